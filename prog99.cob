      *duas passadas do PROG41: a primeira passada apenas SIMULA,
      *listando antes/depois por funcionario e o impacto mensal
      *total para o de-acordo; nada e gravado sem a confirmacao
      *explicita do operador na tela. Cada vigencia gravada fica
      *registrada com a data da digitacao em vigencias_inclusao.dat;
      *dissidio retroativo tem as diferencas apuradas no PROG138.
      *No modo M a tabela e a proposta de merito por funcionario
      *(propostas_merito.dat) gerada pelo PROG147 a partir dos
      *conceitos finais da avaliacao de desempenho.
      *No modo S o percentual e o do dissidio da convencao coletiva
      *do sindicato escolhido (sindicatos.dat, PROG153), aplicado so
      *aos funcionarios cujo cargo ou departamento esta vinculado a
      *ele (o vinculo do cargo prevalece).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELSALARIO.cob'.
           COPY 'SELVIGINC.cob'.
           COPY 'SELMERITO.cob'.
           COPY 'SELSINDICATO.cob'.
           COPY 'SELSINDVINC.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDSALARIO.cob'.
           COPY 'FDVIGINC.cob'.
           COPY 'FDMERITO.cob'.
           COPY 'FDSINDICATO.cob'.
           COPY 'FDSINDVINC.cob'.

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO-FUNCIONARIO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-SALARIO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-SALARIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-VIGINC PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-MERITO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-SINDICATO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-SINDVINC PIC X(02) VALUE '00'.
       77  WS-SINDICATO-ESCOLHIDO PIC 9(3) VALUE ZEROS.
       77  WS-SINDICATO-FUNC PIC 9(3) VALUE ZEROS.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-MODO-REAJUSTE PIC X VALUE SPACE.
      *G = percentual unico, D = tabela por departamento, C = tabela
      *por cargo, M = proposta de merito por funcionario,
      *S = dissidio do sindicato.
       77  WS-PASSADA PIC X VALUE 'S'.
      *S = simulacao, G = gravacao.
       77  WS-PCT-GLOBAL PIC 9(3)V99 VALUE ZEROS.
       PROGRAM-BEGIN.
           DISPLAY 'REAJUSTE EM MASSA DE SALARIOS (DISSIDIO)'.
           DISPLAY 'MODO (G=PERCENTUAL UNICO / D=POR DEPARTAMENTO /'
                   ' C=POR CARGO / M=PROPOSTA DE MERITO /'
                   ' S=POR SINDICATO): '.
           ACCEPT WS-MODO-REAJUSTE.
           IF WS-MODO-REAJUSTE = 'g'
               MOVE 'G' TO WS-MODO-REAJUSTE.
               MOVE 'D' TO WS-MODO-REAJUSTE.
           IF WS-MODO-REAJUSTE = 'c'
               MOVE 'C' TO WS-MODO-REAJUSTE.
           IF WS-MODO-REAJUSTE = 'm'
               MOVE 'M' TO WS-MODO-REAJUSTE.
           IF WS-MODO-REAJUSTE = 's'
               MOVE 'S' TO WS-MODO-REAJUSTE.
           IF WS-MODO-REAJUSTE NOT = 'G' AND
                   WS-MODO-REAJUSTE NOT = 'D' AND
                   WS-MODO-REAJUSTE NOT = 'C' AND
                   WS-MODO-REAJUSTE NOT = 'M' AND
                   WS-MODO-REAJUSTE NOT = 'S'
               DISPLAY 'MODO INVALIDO. NADA FOI FEITO.'
               GOBACK.

               DISPLAY 'PERCENTUAL DE REAJUSTE (3 INTEIROS 2'
                       ' DECIMAIS, EX: 00550 = 5,50%): '
               ACCEPT WS-PCT-GLOBAL
           ELSE
           IF WS-MODO-REAJUSTE = 'M'
               PERFORM CONFERE-PROPOSTA-MERITO
           ELSE
           IF WS-MODO-REAJUSTE = 'S'
               PERFORM CARREGA-SINDICATO
           ELSE
               PERFORM CARREGA-TABELA-PERCENTUAIS
               IF WS-QTD-TABELA = ZEROS
                   DISPLAY 'TABELA VAZIA. NADA FOI FEITO.'
                   GOBACK
               END-IF
           END-IF
           END-IF
           END-IF.

           PERFORM PEDE-DATA-VIGENCIA.
           IF WS-MODO-REAJUSTE = 'S' AND
                   WS-DATA-VIGENCIA (5:2) NOT = SINDICATO-MES-DATA-BASE
               DISPLAY 'ATENCAO: VIGENCIA FORA DO MES DA DATA-BASE ('
                       SINDICATO-MES-DATA-BASE ') DO SINDICATO.'.

      *Primeira passada: simulacao com antes/depois e impacto.
           MOVE 'S' TO WS-PASSADA.

           DISPLAY ' '.
           DISPLAY 'VIGENCIAS GRAVADAS: ' WS-TOTAL-REAJUSTADOS.
           IF WS-DATA-VIGENCIA (1:6) < WS-DATA-HOJE (1:6)
               DISPLAY 'REAJUSTE RETROATIVO: APURE AS DIFERENCAS DOS'
                       ' MESES JA PAGOS NO PROG138.'.

       PROGRAM-DONE.
           GOBACK.
           PERFORM PEDE-LINHA-TABELA
               UNTIL WS-TEM-PCT = 'S' OR WS-QTD-TABELA >= 20.

       CONFERE-PROPOSTA-MERITO.
      *A proposta tem de existir e nao estar vazia; o ciclo dela
      *aparece para o operador conferir antes da simulacao.
           OPEN INPUT ARQUIVO-MERITO.
           IF WS-STATUS-ARQUIVO-MERITO NOT = '00'
               DISPLAY 'propostas_merito.dat NAO ENCONTRADO. GERE A'
                       ' PROPOSTA NO PROG147. NADA FOI FEITO.'
               GOBACK.
           READ ARQUIVO-MERITO NEXT RECORD
               AT END
                   DISPLAY 'PROPOSTA DE MERITO VAZIA. NADA FOI FEITO.'
                   CLOSE ARQUIVO-MERITO
                   GOBACK
           END-READ.
           DISPLAY 'PROPOSTA DE MERITO DO CICLO ' MERITO-CICLO
                   ' GERADA EM ' MERITO-DATA-GERACAO '.'.
           CLOSE ARQUIVO-MERITO.

       CARREGA-SINDICATO.
      *O sindicato tem de estar ativo, com percentual de dissidio e
      *com vinculos cadastrados; o percentual dele vira o unico
      *percentual do reajuste.
           DISPLAY 'CODIGO DO SINDICATO: '.
           ACCEPT WS-SINDICATO-ESCOLHIDO.
           OPEN INPUT ARQUIVO-SINDICATO.
           IF WS-STATUS-ARQUIVO-SINDICATO NOT = '00'
               DISPLAY 'sindicatos.dat NAO ENCONTRADO. CADASTRE NO'
                       ' PROG153. NADA FOI FEITO.'
               GOBACK.
           MOVE WS-SINDICATO-ESCOLHIDO TO SINDICATO-CODIGO.
           READ ARQUIVO-SINDICATO RECORD
               INVALID KEY
                   DISPLAY 'SINDICATO NAO ENCONTRADO. NADA FOI FEITO.'
                   CLOSE ARQUIVO-SINDICATO
                   GOBACK
           END-READ.
           CLOSE ARQUIVO-SINDICATO.
           IF SINDICATO-SITUACAO NOT = 'A' OR
                   SINDICATO-PCT-DISSIDIO = ZEROS
               DISPLAY 'SINDICATO INATIVO OU SEM PERCENTUAL DE'
                       ' DISSIDIO. NADA FOI FEITO.'
               GOBACK.
           OPEN INPUT ARQUIVO-SINDVINC.
           IF WS-STATUS-ARQUIVO-SINDVINC NOT = '00'
               DISPLAY 'NENHUM DEPARTAMENTO OU CARGO VINCULADO A'
                       ' SINDICATO. NADA FOI FEITO.'
               GOBACK.
           CLOSE ARQUIVO-SINDVINC.
           MOVE SINDICATO-PCT-DISSIDIO TO WS-PCT-GLOBAL.
           MOVE WS-PCT-GLOBAL TO WS-VALOR-EXIBE-A.
           DISPLAY 'SINDICATO: ' SINDICATO-NOME
                   '  DATA-BASE: MES ' SINDICATO-MES-DATA-BASE
                   '  DISSIDIO: ' WS-VALOR-EXIBE-A '%'.

       PEDE-LINHA-TABELA.
           IF WS-MODO-REAJUSTE = 'D'
               DISPLAY 'CODIGO DO DEPARTAMENTO (0 = FIM): '
       UMA-PASSADA.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF WS-PASSADA = 'G'
               PERFORM ABRE-REGISTRO-INCLUSAO
               OPEN I-O ARQUIVO-SALARIO
           ELSE
               OPEN INPUT ARQUIVO-SALARIO.
           IF WS-MODO-REAJUSTE = 'M'
               OPEN INPUT ARQUIVO-MERITO.
           IF WS-MODO-REAJUSTE = 'S'
               OPEN INPUT ARQUIVO-SINDVINC.
           IF WS-STATUS-ARQUIVO-SALARIO NOT = '00'
               DISPLAY 'salarios.dat INDISPONIVEL (STATUS '
                       WS-STATUS-ARQUIVO-SALARIO '). ABORTADO.'
               CLOSE ARQUIVO-FUNCIONARIO
               IF WS-MODO-REAJUSTE = 'M'
                   CLOSE ARQUIVO-MERITO
               END-IF
               IF WS-MODO-REAJUSTE = 'S'
                   CLOSE ARQUIVO-SINDVINC
               END-IF
               IF WS-PASSADA = 'G'
                   CLOSE ARQUIVO-VIGINC
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK.


           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-SALARIO.
           IF WS-MODO-REAJUSTE = 'M'
               CLOSE ARQUIVO-MERITO.
           IF WS-MODO-REAJUSTE = 'S'
               CLOSE ARQUIVO-SINDVINC.
           IF WS-PASSADA = 'G'
               CLOSE ARQUIVO-VIGINC.

       ABRE-REGISTRO-INCLUSAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           OPEN I-O ARQUIVO-VIGINC.
           IF WS-STATUS-ARQUIVO-VIGINC = '35'
      *Primeira gravacao cria o arquivo.
               OPEN OUTPUT ARQUIVO-VIGINC
               CLOSE ARQUIVO-VIGINC
               OPEN I-O ARQUIVO-VIGINC.

       TRATA-UM-FUNCIONARIO.
           IF FUNCIONARIO-SITUACAO NOT = 'D'
           IF WS-MODO-REAJUSTE = 'G'
               MOVE 'S' TO WS-TEM-PCT
               MOVE WS-PCT-GLOBAL TO WS-PCT-APLICAR
           ELSE
           IF WS-MODO-REAJUSTE = 'M'
      *Conceito com merito zero fica fora, como quem nao tem
      *proposta.
               MOVE 'N' TO WS-TEM-PCT
               MOVE FUNCIONARIO-CODIGO TO MERITO-CODIGO-FUNC
               READ ARQUIVO-MERITO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MERITO-PERCENTUAL > ZEROS
                           MOVE 'S' TO WS-TEM-PCT
                           MOVE MERITO-PERCENTUAL TO WS-PCT-APLICAR
                       END-IF
               END-READ
           ELSE
           IF WS-MODO-REAJUSTE = 'S'
      *Funcionario de outro sindicato ou sem vinculo fica fora.
               MOVE 'N' TO WS-TEM-PCT
               PERFORM BUSCA-SINDICATO-FUNC
               IF WS-SINDICATO-FUNC = WS-SINDICATO-ESCOLHIDO
                   MOVE 'S' TO WS-TEM-PCT
                   MOVE WS-PCT-GLOBAL TO WS-PCT-APLICAR
               END-IF
           ELSE
               MOVE 'N' TO WS-TEM-PCT
               IF WS-MODO-REAJUSTE = 'D'
                           TO WS-PCT-APLICAR
                   END-IF
               END-PERFORM
           END-IF
           END-IF
           END-IF.

       BUSCA-SINDICATO-FUNC.
      *Vinculo do cargo vigente primeiro; sem ele, o do
      *departamento. Zeros quando nenhum dos dois esta vinculado.
           MOVE ZEROS TO WS-SINDICATO-FUNC.
           MOVE 'C' TO SINDVINC-TIPO.
           MOVE WS-CARGO-ATUAL TO SINDVINC-REFERENCIA.
           READ ARQUIVO-SINDVINC RECORD
               INVALID KEY
                   MOVE 'D' TO SINDVINC-TIPO
                   MOVE SPACES TO SINDVINC-REFERENCIA
                   MOVE FUNCIONARIO-DEPARTAMENTO TO
                       SINDVINC-REFERENCIA (1:4)
                   READ ARQUIVO-SINDVINC RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SINDVINC-SINDICATO TO
                               WS-SINDICATO-FUNC
                   END-READ
               NOT INVALID KEY
                   MOVE SINDVINC-SINDICATO TO WS-SINDICATO-FUNC
           END-READ.

       APLICA-REAJUSTE.
           COMPUTE WS-SALARIO-NOVO ROUNDED = WS-SALARIO-ATUAL *
               (1 + WS-PCT-APLICAR / 100).
                   NOT INVALID KEY
                       CONTINUE
               END-WRITE
               PERFORM REGISTRA-INCLUSAO-VIGENCIA
           END-IF.

       REGISTRA-INCLUSAO-VIGENCIA.
      *Regravar na reexecucao devolve a vigencia para a apuracao
      *de retroativos, ja que o valor pode ter mudado.
           MOVE SALARIO-CODIGO-FUNC TO VIGINC-CODIGO-FUNC.
           MOVE SALARIO-DATA-VIGENCIA TO VIGINC-DATA-VIGENCIA.
           MOVE WS-DATA-HOJE TO VIGINC-DATA-INCLUSAO.
           MOVE WS-OPERADOR TO VIGINC-OPERADOR.
           MOVE 'N' TO VIGINC-APURADA.
           WRITE VIGINC-REGISTRO
               INVALID KEY
                   REWRITE VIGINC-REGISTRO
           END-WRITE.
