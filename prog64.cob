      *(padrao 10%): um dedo errado aqui reprecificava o dia
      *inteiro. A liberacao exige supervisor e fica registrada em
      *auditoria_taxas.log junto com a propria carga.
      *Segregacao de funcoes: quem carrega a taxa nao libera o
      *proprio bloqueio. Um SEGUNDO supervisor, diferente de quem
      *carregou, se identifica com codigo e senha de operadores.dat
      *e precisa da funcao TAXA-LIBERA no perfil (PROG120); a linha
      *de auditoria leva os dois (CARREGADA POR / LIBERADA POR).
      *A opcao 3 carrega a taxa de custo da tesouraria do dia
      *(taxas_custo.dat), referencia do relatorio de rentabilidade
      *da mesa (PROG162) quando informada.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELTAXA.cob'.
           COPY 'SELTXCUSTO.cob'.
           COPY 'SELOPERADOR.cob'.

           SELECT ARQUIVO-PARAMETROS-TAXA
           ASSIGN TO 'parametros_taxa.dat'
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDTAXA.cob'.
           COPY 'FDTXCUSTO.cob'.
           COPY 'FDOPERADOR.cob'.

       FD  ARQUIVO-PARAMETROS-TAXA.
       01  PARAMETRO-TAXA-LINHA.
           05 PARAMETRO-TOLERANCIA PIC 9(03).

       FD  ARQUIVO-AUDITORIA-TAXA.
       01  REGISTRO-AUDITORIA-TAXA PIC X(140).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-TAXA PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-TXCUSTO PIC X(02) VALUE '00'.
       77  WS-CUSTO-NOVO PIC 9(5)V9(4) VALUE ZEROS.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-STATUS-PARAMETROS PIC X(02) VALUE '00'.
       77  WS-TOLERANCIA PIC 9(03) VALUE 10.
       77  WS-DIFERENCA PIC S9(5)V9(4) VALUE ZEROS.
       77  WS-CARGA-LIBERADA PIC X VALUE 'S'.
       77  WS-RESPOSTA-VARIACAO PIC X VALUE SPACE.
       77  WS-STATUS-ARQUIVO-OPERADOR PIC X(02) VALUE '00'.
       77  WS-LIBERADOR PIC X(8) VALUE SPACES.
       77  WS-SENHA-DIGITADA PIC X(08) VALUE SPACES.
       77  WS-LIBERADOR-VALIDO PIC X VALUE 'N'.
       77  WS-FUNCAO-PEDIDA PIC X(12) VALUE 'TAXA-LIBERA'.
       77  WS-PERMITIDO PIC X VALUE 'S'.
       01  WS-HORA-COMPLETA.
           05 WS-HORA-AGORA PIC 9(6).
           05 FILLER PIC 9(2).
           DISPLAY 'TABELA DE TAXAS DE CAMBIO'.
           DISPLAY '1. CARREGAR TAXA DO DIA'.
           DISPLAY '2. LISTAR TAXAS'.
           DISPLAY '3. CARREGAR TAXA DE CUSTO DA TESOURARIA'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.
               PERFORM CARREGAR-TAXA.
           IF WS-OPCAO = 2
               PERFORM LISTAR-TAXAS.
           IF WS-OPCAO = 3
               PERFORM CARREGAR-TAXA-CUSTO.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 3 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

       CARREGAR-TAXA.
           END-IF.
           CLOSE ARQUIVO-TAXA.

       CARREGAR-TAXA-CUSTO.
      *Custo da moeda para a tesouraria no dia; uma carga por moeda
      *e dia, regravada se repetida. Fica registrada na auditoria
      *das taxas.
           OPEN I-O ARQUIVO-TXCUSTO.
           IF WS-STATUS-ARQUIVO-TXCUSTO = '35'
               OPEN OUTPUT ARQUIVO-TXCUSTO
               CLOSE ARQUIVO-TXCUSTO
               OPEN I-O ARQUIVO-TXCUSTO.
           DISPLAY 'MOEDA (EX: USD, EUR): '.
           ACCEPT WS-MOEDA-CARGA.
           DISPLAY 'TAXA DE CUSTO (5 INTEIROS 4 DECIMAIS): '.
           ACCEPT WS-CUSTO-NOVO.
           IF WS-CUSTO-NOVO = ZEROS
               DISPLAY 'TAXA DE CUSTO DEVE SER MAIOR QUE ZERO.'
           ELSE
               MOVE SPACES TO TXCUSTO-REGISTRO
               MOVE WS-MOEDA-CARGA TO TXCUSTO-MOEDA
               MOVE WS-DATA-HOJE TO TXCUSTO-DATA
               MOVE WS-CUSTO-NOVO TO TXCUSTO-TAXA
               MOVE WS-OPERADOR TO TXCUSTO-OPERADOR
               WRITE TXCUSTO-REGISTRO
                   INVALID KEY
                       REWRITE TXCUSTO-REGISTRO
                       END-REWRITE
                       DISPLAY 'TAXA DE CUSTO DO DIA REGRAVADA.'
                   NOT INVALID KEY
                       DISPLAY 'TAXA DE CUSTO DO DIA CARREGADA.'
               END-WRITE
               PERFORM GRAVA-AUDITORIA-CUSTO
           END-IF.
           CLOSE ARQUIVO-TXCUSTO.

       GRAVA-AUDITORIA-CUSTO.
           OPEN EXTEND ARQUIVO-AUDITORIA-TAXA.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE SPACES TO REGISTRO-AUDITORIA-TAXA.
           STRING WS-DATA-HOJE ' ' WS-HORA-AGORA
                  ' OPERADOR=' WS-OPERADOR
                  ' MOEDA=' WS-MOEDA-CARGA
                  ' CUSTO TESOURARIA=' WS-CUSTO-NOVO
                  DELIMITED BY SIZE INTO REGISTRO-AUDITORIA-TAXA
           END-STRING.
           WRITE REGISTRO-AUDITORIA-TAXA.
           CLOSE ARQUIVO-AUDITORIA-TAXA.

       LE-TOLERANCIA.
           OPEN INPUT ARQUIVO-PARAMETROS-TAXA.
           IF WS-STATUS-PARAMETROS = '00'
           DISPLAY 'VARIACAO DE ' WS-VARIACAO-PCT
                   '% SOBRE A VIGENCIA ANTERIOR (TOLERANCIA '
                   WS-TOLERANCIA '%).'.
      *A liberacao e de um segundo supervisor, nunca de quem carrega,
      *qualquer que seja o nivel dele.
           DISPLAY 'CARGA ACIMA DA TOLERANCIA EXIGE LIBERACAO DE OUTRO'
                   ' SUPERVISOR (NIVEL 2).'.
           DISPLAY 'LIBERAR AGORA COM OUTRO SUPERVISOR? (S/N)'.
           ACCEPT WS-RESPOSTA-VARIACAO.
           IF WS-RESPOSTA-VARIACAO = 'S' OR
                   WS-RESPOSTA-VARIACAO = 's'
               PERFORM VALIDA-LIBERADOR THRU VALIDA-LIBERADOR-FIM
               IF WS-LIBERADOR-VALIDO = 'S'
                   PERFORM GRAVA-AUDITORIA-VARIACAO
               ELSE
                   MOVE 'N' TO WS-CARGA-LIBERADA
               END-IF
           ELSE
               MOVE 'N' TO WS-CARGA-LIBERADA
           END-IF.

       VALIDA-LIBERADOR.
      *Codigo e senha conferidos em operadores.dat como na entrada
      *avulsa do PROG40; sem o cadastro nao ha como provar que e
      *outra pessoa, e a liberacao e recusada.
           MOVE 'N' TO WS-LIBERADOR-VALIDO.
           DISPLAY 'CODIGO DO SUPERVISOR QUE LIBERA: '.
           ACCEPT WS-LIBERADOR.
           DISPLAY 'SENHA DO SUPERVISOR QUE LIBERA: '.
           ACCEPT WS-SENHA-DIGITADA.
           IF WS-LIBERADOR = WS-OPERADOR
               DISPLAY 'LIBERACAO RECUSADA: QUEM CARREGA A TAXA NAO'
                       ' LIBERA O PROPRIO BLOQUEIO.'
               GO TO VALIDA-LIBERADOR-FIM.
           OPEN INPUT ARQUIVO-OPERADOR.
           IF WS-STATUS-ARQUIVO-OPERADOR NOT = '00'
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL (STATUS '
                       WS-STATUS-ARQUIVO-OPERADOR '); LIBERACAO'
                       ' RECUSADA.'
               GO TO VALIDA-LIBERADOR-FIM.
           MOVE WS-LIBERADOR TO OPERADOR-CODIGO.
           READ ARQUIVO-OPERADOR RECORD
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO.'
               NOT INVALID KEY
                   IF OPERADOR-BLOQUEADO = 'S'
                       DISPLAY 'CONTA BLOQUEADA; PECA O'
                               ' DESBLOQUEIO NO PROG53.'
                   ELSE
                   IF OPERADOR-SENHA NOT = WS-SENHA-DIGITADA
                       DISPLAY 'SENHA INVALIDA.'
                   ELSE
                   IF OPERADOR-NIVEL < 2
                       DISPLAY 'LIBERACAO EXIGE SUPERVISOR'
                               ' (NIVEL 2).'
                   ELSE
                       MOVE 'S' TO WS-LIBERADOR-VALIDO
                   END-IF
                   END-IF
                   END-IF
           END-READ.
           CLOSE ARQUIVO-OPERADOR.
           IF WS-LIBERADOR-VALIDO = 'S'
               CALL 'PROG120' USING WS-LIBERADOR
                   WS-FUNCAO-PEDIDA WS-PERMITIDO
               IF WS-PERMITIDO = 'N'
                   DISPLAY 'TAXA-LIBERA FORA DO PERFIL DE PERMISSAO'
                           ' DO SUPERVISOR.'
                   MOVE 'N' TO WS-LIBERADOR-VALIDO
               END-IF
           END-IF.
       VALIDA-LIBERADOR-FIM.
           EXIT.

       GRAVA-AUDITORIA-VARIACAO.
           OPEN EXTEND ARQUIVO-AUDITORIA-TAXA.
                  ' VARIACAO=' WS-VARIACAO-PCT
                  ' COMPRA=' WS-COMPRA-NOVA
                  ' VENDA=' WS-VENDA-NOVA
                  ' CARREGADA POR=' WS-OPERADOR
                  ' LIBERADA POR=' WS-LIBERADOR
                  DELIMITED BY SIZE INTO REGISTRO-AUDITORIA-TAXA
           END-STRING.
           WRITE REGISTRO-AUDITORIA-TAXA.
