      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG148.
      *Recrutamento e selecao, chamado pelo menu do PROG40. A
      *requisicao de contratacao (requisicoes_vagas.dat) e aberta
      *contra o quadro de vagas do departamento (PROG101): o efetivo
      *ativo mais as vagas ja em requisicao aberta nao pode passar
      *do autorizado sem um supervisor forcar. Cada requisicao tem
      *o seu cadastro de candidatos (candidatos.dat) com as etapas
      *triagem, entrevista, aprovado e recusado. A contratacao do
      *aprovado grava, de uma vez, o funcionario (codigo do PROG78),
      *o contrato (contratos.dat) e a primeira vigencia de salario
      *(salarios.dat, registrada em vigencias_inclusao.dat), com
      *uma linha de auditoria para cada um na mesma trilha do
      *PROG40. O relatorio de envelhecimento lista no spool as
      *requisicoes abertas com os dias em aberto e a posicao dos
      *candidatos.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELREQUISICAO.cob'.
           COPY 'SELCANDIDATO.cob'.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELDEPARTAMENTO.cob'.
           COPY 'SELVAGAS.cob'.
           COPY 'SELCARGO.cob'.
           COPY 'SELCONTRATO.cob'.
           COPY 'SELSALARIO.cob'.
           COPY 'SELVIGINC.cob'.
           SELECT OPTIONAL ARQUIVO-AUDITORIA
           ASSIGN TO WS-NOME-ARQ-AUDITORIA
           ORGANIZATION IS LINE SEQUENTIAL.
      *Trilha dos funcionarios; por empresa via ARQUIVO_AUDITORIA_FUNC.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDREQUISICAO.cob'.
           COPY 'FDCANDIDATO.cob'.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDDEPARTAMENTO.cob'.
           COPY 'FDVAGAS.cob'.
           COPY 'FDCARGO.cob'.
           COPY 'FDCONTRATO.cob'.
           COPY 'FDSALARIO.cob'.
           COPY 'FDVIGINC.cob'.

       FD  ARQUIVO-AUDITORIA.
       01  REGISTRO-AUDITORIA PIC X(280).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  FINAL-CANDIDATOS PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-REQUISICAO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CANDIDATO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-VAGAS PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CARGO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CONTRATO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-SALARIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-VIGINC PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-AUDITORIA PIC X(30)
           VALUE 'auditoria_funcionarios.log'.
       77  WS-OPERADOR PIC X(20) VALUE SPACES.
      *X(20) como no PROG40, para a linha de auditoria manter as
      *colunas que os leitores da trilha esperam.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-CONFIRMA PIC X VALUE 'N'.
       77  WS-CAMPO-VALIDO PIC X VALUE 'N'.
       77  WS-MOTIVO-DATA PIC X(40) VALUE SPACES.
       77  WS-DATA-OK PIC X VALUE 'N'.
       77  WS-FUNCAO-PEDIDA PIC X(12) VALUE SPACES.
       77  WS-PERMITIDO PIC X VALUE 'S'.
       77  WS-ACAO-VERSAO PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK PIC X VALUE 'N'.
       77  WS-CADASTRO-CODIGO PIC X(12) VALUE SPACES.
       77  WS-CODIGO-ALOCADO PIC 9(6) VALUE ZEROS.
       77  NUMERO-REQUISICAO-PROCURAR PIC 9(6) VALUE ZEROS.
       77  SEQUENCIA-CANDIDATO-PROCURAR PIC 9(3) VALUE ZEROS.
       77  WS-ULTIMA-SEQUENCIA PIC 9(3) VALUE ZEROS.
       77  WS-ETAPA-NOVA PIC X VALUE SPACE.
       77  WS-ETAPA-EXIBE PIC X(10) VALUE SPACES.
       77  WS-CPF-DUPLICADO PIC X VALUE 'N'.
       77  WS-CODIGO-CPF-EXISTENTE PIC 9(6) VALUE ZEROS.
       77  WS-POS-ARROBA PIC 9(02) VALUE ZERO.

      *Abertura de requisicao e quadro de vagas.
       77  WS-DEPTO-DIGITADO PIC 9(4) VALUE ZEROS.
       77  WS-CARGO-DIGITADO PIC X(20) VALUE SPACES.
       77  WS-QTD-DIGITADA PIC 9(2) VALUE ZEROS.
       77  WS-SALARIO-DIGITADO PIC 9(7)V99 VALUE ZEROS.
       77  WS-MOTIVO-DIGITADO PIC X(30) VALUE SPACES.
       77  WS-AUTORIZADO-DEPTO PIC 9(4) VALUE ZEROS.
       77  WS-EFETIVO-DEPTO PIC 9(4) VALUE ZEROS.
       77  WS-EM-REQUISICAO PIC 9(4) VALUE ZEROS.
       77  WS-VAGA-LIBERADA PIC X VALUE 'S'.
       77  WS-PISO-DO-CARGO PIC 9(7)V99 VALUE ZEROS.
       77  WS-TETO-DO-CARGO PIC 9(7)V99 VALUE ZEROS.
       77  WS-CARGO-VALIDO PIC X VALUE 'N'.

      *Contratacao.
       77  WS-DATA-ADMISSAO PIC 9(8) VALUE ZEROS.
       77  WS-TIPO-CONTRATO PIC X VALUE SPACE.
       77  WS-HORAS-SEMANAIS PIC 9(2) VALUE ZEROS.
       77  WS-FIM-EXPERIENCIA PIC 9(8) VALUE ZEROS.
       77  WS-SALARIO-INICIAL PIC 9(7)V99 VALUE ZEROS.
       77  WS-NOME-CAMPO PIC X(15) VALUE SPACES.
       77  WS-VALOR-ANTIGO PIC X(80) VALUE SPACES.
       77  WS-VALOR-NOVO PIC X(80) VALUE SPACES.
       77  WS-VALOR-EXIBE PIC Z(6)9.99.
       77  WS-CODIGO-CONTRATADO PIC 9(6) VALUE ZEROS.
       01  WS-REGISTRO-GUARDADO PIC X(200).
      *Guarda a ficha em digitacao enquanto a area do FD e usada
      *para procurar o codigo livre.
       01  WS-UF-INFORMADA PIC X(02) VALUE SPACES.
           88 UF-VALIDA VALUE 'AC' 'AL' 'AP' 'AM' 'BA' 'CE' 'DF'
               'ES' 'GO' 'MA' 'MT' 'MS' 'MG' 'PA' 'PB' 'PR' 'PE'
               'PI' 'RJ' 'RN' 'RS' 'RO' 'RR' 'SC' 'SP' 'SE' 'TO'.
       01  WS-DATA-PARTES.
           05 WS-DP-ANO PIC 9(4).
           05 WS-DP-MES PIC 9(2).
           05 WS-DP-DIA PIC 9(2).
       01  WS-DATA-HORA.
           05 WS-DATA-ATUAL.
               10 WS-ANO-ATUAL  PIC 9(04).
               10 WS-MES-ATUAL  PIC 9(02).
               10 WS-DIA-ATUAL  PIC 9(02).
           05 WS-HORA-ATUAL.
               10 WS-HOR-ATUAL  PIC 9(02).
               10 WS-MIN-ATUAL  PIC 9(02).
               10 WS-SEG-ATUAL  PIC 9(02).
               10 FILLER        PIC 9(02).

      *Relatorio de envelhecimento.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'REQUISICOES ABERTAS'.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-TEM-CANDIDATOS PIC X VALUE 'N'.
       77  WS-DIAS-HOJE PIC 9(7) VALUE ZEROS.
       77  WS-DIAS-ABERTURA PIC 9(7) VALUE ZEROS.
       77  WS-DIAS-EM-ABERTO PIC 9(5) VALUE ZEROS.
       77  WS-QTD-TRIAGEM PIC 9(3) VALUE ZEROS.
       77  WS-QTD-ENTREVISTA PIC 9(3) VALUE ZEROS.
       77  WS-QTD-APROVADO PIC 9(3) VALUE ZEROS.
       77  WS-QTD-ABERTAS PIC 9(5) VALUE ZEROS.
       01  WS-FAIXAS-IDADE.
      *Requisicoes abertas ate 30, 31 a 60, 61 a 90 e mais de 90
      *dias.
           05 WS-QTD-FAIXA PIC 9(5) OCCURS 4 TIMES.
       77  WS-IND-FAIXA PIC 9(1) VALUE ZEROS.
           COPY 'WSFUNCIONARIO.cob'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
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
      *Arquivos da empresa da sessao, definidos na selecao de
      *empresa do menu; rodando avulso valem os nomes padrao.
           DISPLAY 'ARQUIVO_FUNCIONARIOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           DISPLAY 'ARQUIVO_AUDITORIA_FUNC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-AUDITORIA FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
       PROGRAM-DONE.
      *GOBACK para devolver o controle ao menu do PROG40.
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'RECRUTAMENTO E SELECAO'.
           DISPLAY '1. ABRIR REQUISICAO DE CONTRATACAO'.
           DISPLAY '2. CANCELAR REQUISICAO (SUPERVISOR)'.
           DISPLAY '3. CONSULTAR REQUISICAO E CANDIDATOS'.
           DISPLAY '4. INCLUIR CANDIDATO'.
           DISPLAY '5. MUDAR ETAPA DO CANDIDATO'.
           DISPLAY '6. CONTRATAR CANDIDATO APROVADO'.
           DISPLAY '7. ENVELHECIMENTO DAS REQUISICOES ABERTAS'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM ABRIR-REQUISICAO.
           IF WS-OPCAO = 2
               PERFORM CANCELAR-REQUISICAO.
           IF WS-OPCAO = 3
               PERFORM CONSULTAR-REQUISICAO.
           IF WS-OPCAO = 4
               PERFORM INCLUIR-CANDIDATO.
           IF WS-OPCAO = 5
               PERFORM MUDAR-ETAPA-CANDIDATO.
           IF WS-OPCAO = 6
               PERFORM CONTRATAR-CANDIDATO.
           IF WS-OPCAO = 7
               PERFORM RELATORIO-ENVELHECIMENTO.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 7 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *ABERTURA - departamento e cargo cadastrados, quantidade de
      *vagas conferida contra o quadro autorizado (PROG101).
      *-----------------------------------------------------------------
       ABRIR-REQUISICAO.
           DISPLAY 'CODIGO DO DEPARTAMENTO: '.
           ACCEPT WS-DEPTO-DIGITADO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO NOT = '00'
               DISPLAY 'CADASTRE OS DEPARTAMENTOS NO PROG44 ANTES.'
               GO TO ABRIR-REQUISICAO-FIM.
           MOVE WS-DEPTO-DIGITADO TO DEPARTAMENTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTO RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'DEPARTAMENTO NAO CADASTRADO (PROG44).'
               GO TO ABRIR-REQUISICAO-FIM.
           DISPLAY 'DEPARTAMENTO: ' DEPARTAMENTO-DESCRICAO.

      *Cargo conferido contra o cadastro de cargos (PROG100), como
      *na vigencia do PROG45.
           MOVE 'N' TO WS-CARGO-VALIDO.
           PERFORM PEDE-CARGO
               UNTIL WS-CARGO-VALIDO = 'S'.
           DISPLAY 'QUANTIDADE DE VAGAS (ENTER = 1): '.
           MOVE ZEROS TO WS-QTD-DIGITADA.
           ACCEPT WS-QTD-DIGITADA.
           IF WS-QTD-DIGITADA = ZEROS
               MOVE 1 TO WS-QTD-DIGITADA.
           DISPLAY 'SALARIO PREVISTO (EX: 000250000 = 2500,00): '.
           ACCEPT WS-SALARIO-DIGITADO.
           IF WS-TETO-DO-CARGO > ZEROS AND
                   (WS-SALARIO-DIGITADO < WS-PISO-DO-CARGO OR
                    WS-SALARIO-DIGITADO > WS-TETO-DO-CARGO)
               DISPLAY 'AVISO: VALOR FORA DA FAIXA DO CARGO ('
                       WS-PISO-DO-CARGO ' A '
                       WS-TETO-DO-CARGO ').'.
           DISPLAY 'MOTIVO (EX: AUMENTO DE QUADRO, SUBSTITUICAO): '.
           MOVE SPACES TO WS-MOTIVO-DIGITADO.
           ACCEPT WS-MOTIVO-DIGITADO.

           PERFORM CONFERE-QUADRO-DE-VAGAS.
           IF WS-VAGA-LIBERADA = 'N'
               DISPLAY 'REQUISICAO RECUSADA PELO QUADRO DE VAGAS.'
               GO TO ABRIR-REQUISICAO-FIM.

           MOVE 'REQUISICOES' TO WS-CADASTRO-CODIGO.
           CALL 'PROG78' USING WS-CADASTRO-CODIGO WS-CODIGO-ALOCADO.
           IF WS-CODIGO-ALOCADO = ZEROS
               DISPLAY 'SEM NUMERO DISPONIVEL NO CONTROLE.'
               GO TO ABRIR-REQUISICAO-FIM.
           PERFORM ABRE-REQUISICOES-PARA-GRAVAR.
           MOVE SPACES TO REQUISICAO-REGISTRO.
           MOVE WS-CODIGO-ALOCADO TO REQUISICAO-NUMERO.
           MOVE WS-DEPTO-DIGITADO TO REQUISICAO-DEPARTAMENTO.
           MOVE WS-CARGO-DIGITADO TO REQUISICAO-CARGO.
           MOVE WS-SALARIO-DIGITADO TO REQUISICAO-SALARIO-PREVISTO.
           MOVE WS-QTD-DIGITADA TO REQUISICAO-QTD-VAGAS.
           MOVE ZEROS TO REQUISICAO-QTD-PREENCHIDAS.
           MOVE WS-MOTIVO-DIGITADO TO REQUISICAO-MOTIVO.
           MOVE WS-DATA-HOJE TO REQUISICAO-DATA-ABERTURA.
           MOVE ZEROS TO REQUISICAO-DATA-FECHAMENTO.
           MOVE 'A' TO REQUISICAO-SITUACAO.
           MOVE WS-OPERADOR TO REQUISICAO-SOLICITANTE.
           WRITE REQUISICAO-REGISTRO
               INVALID KEY
                   DISPLAY 'REQUISICAO ' REQUISICAO-NUMERO
                           ' JA EXISTE. CONFIRA O CONTROLE DE'
                           ' CODIGOS.'
               NOT INVALID KEY
                   DISPLAY 'REQUISICAO ' REQUISICAO-NUMERO
                           ' ABERTA.'
           END-WRITE.
           CLOSE ARQUIVO-REQUISICAO.
       ABRIR-REQUISICAO-FIM.
           EXIT.

       PEDE-CARGO.
           DISPLAY 'CARGO: '.
           ACCEPT WS-CARGO-DIGITADO.
           PERFORM VALIDA-CARGO-NO-CADASTRO.
           IF WS-CARGO-VALIDO = 'N'
               DISPLAY 'CARGO NAO CADASTRADO. CADASTRE NO PROG100 OU'
                       ' CORRIJA A GRAFIA.'.

       VALIDA-CARGO-NO-CADASTRO.
      *Sem o cadastro de cargos criado ainda, qualquer grafia passa
      *e a faixa fica zerada, como no PROG45.
           MOVE 'N' TO WS-CARGO-VALIDO.
           MOVE ZEROS TO WS-PISO-DO-CARGO.
           MOVE ZEROS TO WS-TETO-DO-CARGO.
           OPEN INPUT ARQUIVO-CARGO.
           IF WS-STATUS-ARQUIVO-CARGO NOT = '00'
               MOVE 'S' TO WS-CARGO-VALIDO
           ELSE
               MOVE WS-CARGO-DIGITADO TO CARGO-DESCRICAO
               READ ARQUIVO-CARGO RECORD KEY IS CARGO-DESCRICAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CARGO-VALIDO
                       MOVE CARGO-PISO TO WS-PISO-DO-CARGO
                       MOVE CARGO-TETO TO WS-TETO-DO-CARGO
               END-READ
               CLOSE ARQUIVO-CARGO
           END-IF.

       CONFERE-QUADRO-DE-VAGAS.
      *Efetivo ativo do departamento mais as vagas ainda nao
      *preenchidas das requisicoes abertas, mais as pedidas agora,
      *contra o autorizado. Estourando, supervisor pode forcar;
      *sem quadro cadastrado para o departamento, a abertura segue.
           MOVE 'S' TO WS-VAGA-LIBERADA.
           MOVE ZEROS TO WS-AUTORIZADO-DEPTO.
           OPEN INPUT ARQUIVO-VAGAS.
           IF WS-STATUS-ARQUIVO-VAGAS = '00'
               MOVE WS-DEPTO-DIGITADO TO VAGAS-DEPARTAMENTO
               READ ARQUIVO-VAGAS RECORD
                   INVALID KEY
                       MOVE ZEROS TO WS-AUTORIZADO-DEPTO
                   NOT INVALID KEY
                       MOVE VAGAS-AUTORIZADAS
                           TO WS-AUTORIZADO-DEPTO
               END-READ
               CLOSE ARQUIVO-VAGAS.
           IF WS-AUTORIZADO-DEPTO = ZEROS
               GO TO CONFERE-QUADRO-DE-VAGAS-FIM.

           MOVE ZEROS TO WS-EFETIVO-DEPTO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM CONTA-ATIVO-DO-DEPTO
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-FUNCIONARIO.

           MOVE ZEROS TO WS-EM-REQUISICAO.
           OPEN INPUT ARQUIVO-REQUISICAO.
           IF WS-STATUS-ARQUIVO-REQUISICAO = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-REQUISICAO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM SOMA-REQUISICAO-DO-DEPTO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-REQUISICAO.

           DISPLAY 'QUADRO ' WS-AUTORIZADO-DEPTO ' / ATIVOS '
                   WS-EFETIVO-DEPTO ' / EM REQUISICAO '
                   WS-EM-REQUISICAO.
           IF WS-EFETIVO-DEPTO + WS-EM-REQUISICAO + WS-QTD-DIGITADA
                   > WS-AUTORIZADO-DEPTO
               DISPLAY 'A REQUISICAO ESTOURA O QUADRO DO'
                       ' DEPARTAMENTO ' WS-DEPTO-DIGITADO '.'
               IF WS-NIVEL-OPERADOR < 2
                   MOVE 'N' TO WS-VAGA-LIBERADA
               ELSE
                   DISPLAY 'FORCAR A ABERTURA? (S/N)'
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT = 'S' AND
                           WS-CONFIRMA NOT = 's'
                       MOVE 'N' TO WS-VAGA-LIBERADA
                   END-IF
               END-IF
           END-IF.
       CONFERE-QUADRO-DE-VAGAS-FIM.
           EXIT.

       CONTA-ATIVO-DO-DEPTO.
           IF FUNCIONARIO-SITUACAO NOT = 'D' AND
                   FUNCIONARIO-DEPARTAMENTO = WS-DEPTO-DIGITADO
               ADD 1 TO WS-EFETIVO-DEPTO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       SOMA-REQUISICAO-DO-DEPTO.
           IF REQUISICAO-SITUACAO = 'A' AND
                   REQUISICAO-DEPARTAMENTO = WS-DEPTO-DIGITADO
               COMPUTE WS-EM-REQUISICAO = WS-EM-REQUISICAO +
                   REQUISICAO-QTD-VAGAS - REQUISICAO-QTD-PREENCHIDAS.
           READ ARQUIVO-REQUISICAO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       ABRE-REQUISICOES-PARA-GRAVAR.
           OPEN I-O ARQUIVO-REQUISICAO.
           IF WS-STATUS-ARQUIVO-REQUISICAO = '35'
      *Primeira requisicao cria o arquivo.
               OPEN OUTPUT ARQUIVO-REQUISICAO
               CLOSE ARQUIVO-REQUISICAO
               OPEN I-O ARQUIVO-REQUISICAO.

       ABRE-CANDIDATOS-PARA-GRAVAR.
           OPEN I-O ARQUIVO-CANDIDATO.
           IF WS-STATUS-ARQUIVO-CANDIDATO = '35'
      *Primeiro candidato cria o arquivo.
               OPEN OUTPUT ARQUIVO-CANDIDATO
               CLOSE ARQUIVO-CANDIDATO
               OPEN I-O ARQUIVO-CANDIDATO.

      *-----------------------------------------------------------------
      *CANCELAMENTO - so requisicao aberta; os candidatos ficam como
      *estao, para o historico.
      *-----------------------------------------------------------------
       CANCELAR-REQUISICAO.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'CANCELAMENTO DE REQUISICAO SO POR SUPERVISOR.'
               GO TO CANCELAR-REQUISICAO-FIM.
           DISPLAY 'NUMERO DA REQUISICAO: '.
           ACCEPT NUMERO-REQUISICAO-PROCURAR.
           OPEN I-O ARQUIVO-REQUISICAO.
           IF WS-STATUS-ARQUIVO-REQUISICAO NOT = '00'
               DISPLAY 'NENHUMA REQUISICAO ABERTA AINDA.'
               GO TO CANCELAR-REQUISICAO-FIM.
           MOVE NUMERO-REQUISICAO-PROCURAR TO REQUISICAO-NUMERO.
           READ ARQUIVO-REQUISICAO RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'REQUISICAO NAO ENCONTRADA.'
           ELSE
           IF REQUISICAO-SITUACAO NOT = 'A'
               DISPLAY 'REQUISICAO NAO ESTA ABERTA.'
           ELSE
               PERFORM EXIBE-REQUISICAO
               DISPLAY 'CONFIRMA O CANCELAMENTO? (S/N)'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   MOVE 'C' TO REQUISICAO-SITUACAO
                   MOVE WS-DATA-HOJE TO REQUISICAO-DATA-FECHAMENTO
                   REWRITE REQUISICAO-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR A REQUISICAO.'
                       NOT INVALID KEY
                           DISPLAY 'REQUISICAO CANCELADA.'
                   END-REWRITE
               ELSE
                   DISPLAY 'NADA FOI ALTERADO.'.
           CLOSE ARQUIVO-REQUISICAO.
       CANCELAR-REQUISICAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *CONSULTA - a requisicao e todos os seus candidatos.
      *-----------------------------------------------------------------
       CONSULTAR-REQUISICAO.
           DISPLAY 'NUMERO DA REQUISICAO: '.
           ACCEPT NUMERO-REQUISICAO-PROCURAR.
           PERFORM LE-REQUISICAO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'REQUISICAO NAO ENCONTRADA.'
           ELSE
               PERFORM EXIBE-REQUISICAO
               OPEN INPUT ARQUIVO-CANDIDATO
               IF WS-STATUS-ARQUIVO-CANDIDATO NOT = '00'
                   DISPLAY 'NENHUM CANDIDATO CADASTRADO AINDA.'
               ELSE
                   DISPLAY 'SEQ NOME                 CPF        '
                           '  ETAPA      DESDE    FUNCIONARIO'
                   PERFORM POSICIONA-CANDIDATOS
                   PERFORM EXIBE-UM-CANDIDATO
                       UNTIL FINAL-CANDIDATOS = 'S' OR
                             CANDIDATO-REQUISICAO NOT =
                                 NUMERO-REQUISICAO-PROCURAR
                   CLOSE ARQUIVO-CANDIDATO
               END-IF
           END-IF.

       LE-REQUISICAO.
           MOVE 'N' TO REGISTRO-ENCONTRADO.
           OPEN INPUT ARQUIVO-REQUISICAO.
           IF WS-STATUS-ARQUIVO-REQUISICAO = '00'
               MOVE NUMERO-REQUISICAO-PROCURAR TO REQUISICAO-NUMERO
               READ ARQUIVO-REQUISICAO RECORD
                   INVALID KEY
                   MOVE 'N' TO REGISTRO-ENCONTRADO
                   NOT INVALID KEY
                   MOVE 'S' TO REGISTRO-ENCONTRADO
               END-READ
               CLOSE ARQUIVO-REQUISICAO.

       EXIBE-REQUISICAO.
           MOVE REQUISICAO-SALARIO-PREVISTO TO WS-VALOR-EXIBE.
           DISPLAY 'REQUISICAO.......: ' REQUISICAO-NUMERO.
           DISPLAY 'DEPARTAMENTO.....: ' REQUISICAO-DEPARTAMENTO.
           DISPLAY 'CARGO............: ' REQUISICAO-CARGO.
           DISPLAY 'SALARIO PREVISTO.: ' WS-VALOR-EXIBE.
           DISPLAY 'VAGAS/PREENCHIDAS: ' REQUISICAO-QTD-VAGAS '/'
                   REQUISICAO-QTD-PREENCHIDAS.
           DISPLAY 'MOTIVO...........: ' REQUISICAO-MOTIVO.
           DISPLAY 'ABERTA EM........: ' REQUISICAO-DATA-ABERTURA
                   ' POR ' REQUISICAO-SOLICITANTE.
           IF REQUISICAO-SITUACAO = 'A'
               DISPLAY 'SITUACAO.........: ABERTA'
           ELSE
           IF REQUISICAO-SITUACAO = 'F'
               DISPLAY 'SITUACAO.........: PREENCHIDA EM '
                       REQUISICAO-DATA-FECHAMENTO
           ELSE
               DISPLAY 'SITUACAO.........: CANCELADA EM '
                       REQUISICAO-DATA-FECHAMENTO.

       POSICIONA-CANDIDATOS.
           MOVE NUMERO-REQUISICAO-PROCURAR TO CANDIDATO-REQUISICAO.
           MOVE ZEROS TO CANDIDATO-SEQUENCIA.
           MOVE 'N' TO FINAL-CANDIDATOS.
           START ARQUIVO-CANDIDATO
                   KEY IS NOT LESS THAN CANDIDATO-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-CANDIDATOS
           END-START.
           IF FINAL-CANDIDATOS = 'N'
               READ ARQUIVO-CANDIDATO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-CANDIDATOS
               END-READ.

       EXIBE-UM-CANDIDATO.
           PERFORM DESCREVE-ETAPA.
           DISPLAY CANDIDATO-SEQUENCIA ' ' CANDIDATO-NOME ' '
                   CANDIDATO-CPF ' ' WS-ETAPA-EXIBE ' '
                   CANDIDATO-DATA-ETAPA ' ' CANDIDATO-CODIGO-FUNC.
           READ ARQUIVO-CANDIDATO NEXT RECORD AT END
               MOVE 'S' TO FINAL-CANDIDATOS.

       DESCREVE-ETAPA.
           MOVE 'TRIAGEM' TO WS-ETAPA-EXIBE.
           IF CANDIDATO-ETAPA = 'E'
               MOVE 'ENTREVISTA' TO WS-ETAPA-EXIBE.
           IF CANDIDATO-ETAPA = 'A'
               MOVE 'APROVADO' TO WS-ETAPA-EXIBE.
           IF CANDIDATO-ETAPA = 'R'
               MOVE 'RECUSADO' TO WS-ETAPA-EXIBE.
           IF CANDIDATO-ETAPA = 'C'
               MOVE 'CONTRATADO' TO WS-ETAPA-EXIBE.

      *-----------------------------------------------------------------
      *CANDIDATO - entra em triagem, numerado na requisicao; o mesmo
      *CPF nao entra duas vezes na mesma requisicao.
      *-----------------------------------------------------------------
       INCLUIR-CANDIDATO.
           DISPLAY 'NUMERO DA REQUISICAO: '.
           ACCEPT NUMERO-REQUISICAO-PROCURAR.
           PERFORM LE-REQUISICAO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'REQUISICAO NAO ENCONTRADA.'
               GO TO INCLUIR-CANDIDATO-FIM.
           IF REQUISICAO-SITUACAO NOT = 'A'
               DISPLAY 'REQUISICAO NAO ESTA ABERTA.'
               GO TO INCLUIR-CANDIDATO-FIM.
           DISPLAY 'CARGO: ' REQUISICAO-CARGO
                   ' DEPARTAMENTO: ' REQUISICAO-DEPARTAMENTO.

           MOVE SPACES TO CANDIDATO-REGISTRO.
           MOVE 'N' TO WS-CAMPO-VALIDO.
           PERFORM PEDE-NOME-CANDIDATO
               UNTIL WS-CAMPO-VALIDO = 'S'.
           MOVE 'N' TO WS-CAMPO-VALIDO.
           PERFORM PEDE-CPF-CANDIDATO
               UNTIL WS-CAMPO-VALIDO = 'S'.
           DISPLAY 'TELEFONE: '.
           ACCEPT CANDIDATO-TELEFONE.
           DISPLAY 'EMAIL: '.
           ACCEPT CANDIDATO-EMAIL.
           MOVE CANDIDATO-REGISTRO TO WS-REGISTRO-GUARDADO.

           PERFORM ABRE-CANDIDATOS-PARA-GRAVAR.
           MOVE ZEROS TO WS-ULTIMA-SEQUENCIA.
           MOVE 'N' TO WS-CPF-DUPLICADO.
           PERFORM POSICIONA-CANDIDATOS.
           PERFORM CONFERE-UM-CANDIDATO
               UNTIL FINAL-CANDIDATOS = 'S' OR
                     CANDIDATO-REQUISICAO NOT =
                         NUMERO-REQUISICAO-PROCURAR.
           MOVE WS-REGISTRO-GUARDADO TO CANDIDATO-REGISTRO.
           IF WS-CPF-DUPLICADO = 'S'
               DISPLAY 'CPF JA CADASTRADO NESTA REQUISICAO.'
           ELSE
           IF WS-ULTIMA-SEQUENCIA = 999
               DISPLAY 'REQUISICAO JA TEM 999 CANDIDATOS.'
           ELSE
               MOVE NUMERO-REQUISICAO-PROCURAR TO CANDIDATO-REQUISICAO
               COMPUTE CANDIDATO-SEQUENCIA = WS-ULTIMA-SEQUENCIA + 1
               MOVE 'T' TO CANDIDATO-ETAPA
               MOVE WS-DATA-HOJE TO CANDIDATO-DATA-ETAPA
               MOVE WS-OPERADOR TO CANDIDATO-OPERADOR
               MOVE ZEROS TO CANDIDATO-CODIGO-FUNC
               WRITE CANDIDATO-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O CANDIDATO.'
                   NOT INVALID KEY
                       DISPLAY 'CANDIDATO ' CANDIDATO-SEQUENCIA
                               ' INCLUIDO EM TRIAGEM.'
               END-WRITE.
           CLOSE ARQUIVO-CANDIDATO.
       INCLUIR-CANDIDATO-FIM.
           EXIT.

       PEDE-NOME-CANDIDATO.
           DISPLAY 'NOME DO CANDIDATO: '.
           ACCEPT CANDIDATO-NOME.
           IF CANDIDATO-NOME = SPACES OR
                   CANDIDATO-NOME IS NOT ALPHABETIC
               DISPLAY 'NOME INVALIDO. INFORME APENAS LETRAS.'
           ELSE
               MOVE 'S' TO WS-CAMPO-VALIDO.

       PEDE-CPF-CANDIDATO.
           DISPLAY 'CPF (11 DIGITOS): '.
           ACCEPT CANDIDATO-CPF.
           CALL 'PROG47' USING CANDIDATO-CPF WS-CAMPO-VALIDO.
           IF WS-CAMPO-VALIDO = 'N'
               DISPLAY 'CPF INVALIDO. CONFIRA OS DIGITOS.'.

       CONFERE-UM-CANDIDATO.
           MOVE CANDIDATO-SEQUENCIA TO WS-ULTIMA-SEQUENCIA.
           IF CANDIDATO-CPF = WS-REGISTRO-GUARDADO (30:11)
               MOVE 'S' TO WS-CPF-DUPLICADO.
           READ ARQUIVO-CANDIDATO NEXT RECORD AT END
               MOVE 'S' TO FINAL-CANDIDATOS.

      *-----------------------------------------------------------------
      *ETAPA - triagem, entrevista, aprovado ou recusado; o
      *contratado so sai da opcao de contratacao.
      *-----------------------------------------------------------------
       MUDAR-ETAPA-CANDIDATO.
           DISPLAY 'NUMERO DA REQUISICAO: '.
           ACCEPT NUMERO-REQUISICAO-PROCURAR.
           DISPLAY 'SEQUENCIA DO CANDIDATO: '.
           ACCEPT SEQUENCIA-CANDIDATO-PROCURAR.
           OPEN I-O ARQUIVO-CANDIDATO.
           IF WS-STATUS-ARQUIVO-CANDIDATO NOT = '00'
               DISPLAY 'NENHUM CANDIDATO CADASTRADO AINDA.'
               GO TO MUDAR-ETAPA-CANDIDATO-FIM.
           MOVE NUMERO-REQUISICAO-PROCURAR TO CANDIDATO-REQUISICAO.
           MOVE SEQUENCIA-CANDIDATO-PROCURAR TO CANDIDATO-SEQUENCIA.
           READ ARQUIVO-CANDIDATO RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'CANDIDATO NAO ENCONTRADO.'
               CLOSE ARQUIVO-CANDIDATO
               GO TO MUDAR-ETAPA-CANDIDATO-FIM.
           IF CANDIDATO-ETAPA = 'C'
               DISPLAY 'CANDIDATO JA CONTRATADO (FUNCIONARIO '
                       CANDIDATO-CODIGO-FUNC ').'
               CLOSE ARQUIVO-CANDIDATO
               GO TO MUDAR-ETAPA-CANDIDATO-FIM.
           PERFORM DESCREVE-ETAPA.
           DISPLAY 'CANDIDATO: ' CANDIDATO-NOME
                   ' ETAPA ATUAL: ' WS-ETAPA-EXIBE.
           DISPLAY 'NOVA ETAPA (T=TRIAGEM E=ENTREVISTA A=APROVADO'
                   ' R=RECUSADO): '.
           ACCEPT WS-ETAPA-NOVA.
           IF WS-ETAPA-NOVA = 't'
               MOVE 'T' TO WS-ETAPA-NOVA.
           IF WS-ETAPA-NOVA = 'e'
               MOVE 'E' TO WS-ETAPA-NOVA.
           IF WS-ETAPA-NOVA = 'a'
               MOVE 'A' TO WS-ETAPA-NOVA.
           IF WS-ETAPA-NOVA = 'r'
               MOVE 'R' TO WS-ETAPA-NOVA.
           IF WS-ETAPA-NOVA NOT = 'T' AND WS-ETAPA-NOVA NOT = 'E' AND
                   WS-ETAPA-NOVA NOT = 'A' AND WS-ETAPA-NOVA NOT = 'R'
               DISPLAY 'ETAPA INVALIDA. NADA FOI ALTERADO.'
           ELSE
               MOVE WS-ETAPA-NOVA TO CANDIDATO-ETAPA
               MOVE WS-DATA-HOJE TO CANDIDATO-DATA-ETAPA
               MOVE WS-OPERADOR TO CANDIDATO-OPERADOR
               REWRITE CANDIDATO-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O CANDIDATO.'
                   NOT INVALID KEY
                       DISPLAY 'ETAPA ALTERADA.'
               END-REWRITE.
           CLOSE ARQUIVO-CANDIDATO.
       MUDAR-ETAPA-CANDIDATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *CONTRATACAO - do candidato aprovado nasce, num passo so, o
      *funcionario, o contrato e a primeira vigencia de salario
      *(cargo da requisicao, vigente na admissao), cada um com a
      *sua linha na trilha de auditoria do cadastro.
      *-----------------------------------------------------------------
       CONTRATAR-CANDIDATO.
      *A contratacao inclui funcionario: passa pelo mesmo perfil
      *da inclusao do PROG40.
           MOVE 'FUNC-INCLUIR' TO WS-FUNCAO-PEDIDA.
           CALL 'PROG120' USING WS-OPERADOR (1:8)
               WS-FUNCAO-PEDIDA WS-PERMITIDO.
           IF WS-PERMITIDO = 'N'
               DISPLAY 'FUNCAO FORA DO SEU PERFIL DE PERMISSAO.'
               GO TO CONTRATAR-CANDIDATO-FIM.
      *Layout 3 de funcionarios, o mesmo conferido pelo PROG40.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 3 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQUIVO
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'CADASTRO DE FUNCIONARIOS EM LAYOUT DIFERENTE.'
                       ' CONTRATACAO RECUSADA.'
               GO TO CONTRATAR-CANDIDATO-FIM.

           DISPLAY 'NUMERO DA REQUISICAO: '.
           ACCEPT NUMERO-REQUISICAO-PROCURAR.
           DISPLAY 'SEQUENCIA DO CANDIDATO: '.
           ACCEPT SEQUENCIA-CANDIDATO-PROCURAR.
           PERFORM LE-REQUISICAO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'REQUISICAO NAO ENCONTRADA.'
               GO TO CONTRATAR-CANDIDATO-FIM.
           IF REQUISICAO-SITUACAO NOT = 'A' OR
                   REQUISICAO-QTD-PREENCHIDAS NOT <
                       REQUISICAO-QTD-VAGAS
               DISPLAY 'REQUISICAO SEM VAGA ABERTA.'
               GO TO CONTRATAR-CANDIDATO-FIM.
           MOVE 'N' TO REGISTRO-ENCONTRADO.
           OPEN INPUT ARQUIVO-CANDIDATO.
           IF WS-STATUS-ARQUIVO-CANDIDATO = '00'
               MOVE NUMERO-REQUISICAO-PROCURAR TO CANDIDATO-REQUISICAO
               MOVE SEQUENCIA-CANDIDATO-PROCURAR
                   TO CANDIDATO-SEQUENCIA
               READ ARQUIVO-CANDIDATO RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE 'S' TO REGISTRO-ENCONTRADO
               END-READ
               CLOSE ARQUIVO-CANDIDATO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'CANDIDATO NAO ENCONTRADO.'
               GO TO CONTRATAR-CANDIDATO-FIM.
           IF CANDIDATO-ETAPA NOT = 'A'
               DISPLAY 'SO CANDIDATO APROVADO PODE SER CONTRATADO.'
               GO TO CONTRATAR-CANDIDATO-FIM.
           DISPLAY 'CONTRATANDO ' CANDIDATO-NOME ' PARA '
                   REQUISICAO-CARGO.

           PERFORM VERIFICA-CPF-DUPLICADO.
           IF WS-CPF-DUPLICADO = 'S'
               DISPLAY 'CPF JA CADASTRADO PARA O FUNCIONARIO '
                       WS-CODIGO-CPF-EXISTENTE
                       '. USE A REATIVACAO DO PROG40.'
               GO TO CONTRATAR-CANDIDATO-FIM.

           PERFORM MONTA-FICHA-DO-CANDIDATO.
           PERFORM PEDE-DADOS-DO-CONTRATO.
           MOVE REQUISICAO-CARGO TO WS-CARGO-DIGITADO.
           PERFORM VALIDA-CARGO-NO-CADASTRO.
           MOVE REQUISICAO-SALARIO-PREVISTO TO WS-VALOR-EXIBE.
           DISPLAY 'SALARIO INICIAL (ENTER = PREVISTO '
                   WS-VALOR-EXIBE '): '.
           MOVE ZEROS TO WS-SALARIO-INICIAL.
           ACCEPT WS-SALARIO-INICIAL.
           IF WS-SALARIO-INICIAL = ZEROS
               MOVE REQUISICAO-SALARIO-PREVISTO
                   TO WS-SALARIO-INICIAL.
           IF WS-TETO-DO-CARGO > ZEROS AND
                   (WS-SALARIO-INICIAL < WS-PISO-DO-CARGO OR
                    WS-SALARIO-INICIAL > WS-TETO-DO-CARGO)
               DISPLAY 'AVISO: VALOR FORA DA FAIXA DO CARGO ('
                       WS-PISO-DO-CARGO ' A '
                       WS-TETO-DO-CARGO ').'.
           DISPLAY 'CONFIRMA A CONTRATACAO? (S/N)'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'CONTRATACAO CANCELADA. NADA FOI GRAVADO.'
               GO TO CONTRATAR-CANDIDATO-FIM.

           PERFORM GRAVA-FUNCIONARIO-NOVO.
           IF WS-CODIGO-CONTRATADO = ZEROS
               GO TO CONTRATAR-CANDIDATO-FIM.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           MOVE 'INCLUSAO' TO WS-NOME-CAMPO.
           MOVE SPACES TO WS-VALOR-ANTIGO.
           MOVE 'ATIVO' TO WS-VALOR-NOVO.
           PERFORM GRAVA-AUDITORIA.
           PERFORM GRAVA-CONTRATO-NOVO.
           PERFORM GRAVA-VIGENCIA-INICIAL.
           CLOSE ARQUIVO-AUDITORIA.
           PERFORM BAIXA-CANDIDATO-E-VAGA.
           DISPLAY 'FUNCIONARIO ' WS-CODIGO-CONTRATADO
                   ' CONTRATADO. COMPLETE DEPENDENTES, DOCUMENTOS E'
                   ' DADOS BANCARIOS NO PROG40.'.
       CONTRATAR-CANDIDATO-FIM.
           EXIT.

       VERIFICA-CPF-DUPLICADO.
      *Mesma varredura da inclusao do PROG40: o CPF nao e chave do
      *cadastro.
           MOVE 'N' TO WS-CPF-DUPLICADO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM CONFERE-CPF-FUNCIONARIO
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-FUNCIONARIO.

       CONFERE-CPF-FUNCIONARIO.
           IF FUNCIONARIO-CPF = CANDIDATO-CPF
               MOVE 'S' TO WS-CPF-DUPLICADO
               MOVE FUNCIONARIO-CODIGO TO WS-CODIGO-CPF-EXISTENTE.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       MONTA-FICHA-DO-CANDIDATO.
      *Nome, CPF, telefone e email vem do candidato; o resto da
      *ficha e pedido aqui com as mesmas regras do formulario do
      *PROG40.
           MOVE SPACES TO FUNCIONARIO-REGISTRO.
           MOVE ZEROS TO FUNCIONARIO-CODIGO.
           MOVE CANDIDATO-NOME TO FUNCIONARIO-NOME.
           MOVE CANDIDATO-CPF TO FUNCIONARIO-CPF.
           MOVE CANDIDATO-TELEFONE TO FUNCIONARIO-TELEFONE.
           MOVE CANDIDATO-EMAIL TO FUNCIONARIO-EMAIL.
           MOVE REQUISICAO-DEPARTAMENTO TO FUNCIONARIO-DEPARTAMENTO.
           MOVE 'A' TO FUNCIONARIO-SITUACAO.
           MOVE ZEROS TO FUNCIONARIO-DATA-DESLIGAMENTO.
           MOVE 'N' TO WS-CAMPO-VALIDO.
           PERFORM PEDE-TELEFONE-EMAIL
               UNTIL WS-CAMPO-VALIDO = 'S'.
           DISPLAY 'LOGRADOURO: '.
           ACCEPT FUNCIONARIO-END-LOGRADOURO.
           DISPLAY 'NUMERO: '.
           ACCEPT FUNCIONARIO-END-NUMERO.
           DISPLAY 'COMPLEMENTO: '.
           ACCEPT FUNCIONARIO-END-COMPLEMENTO.
           DISPLAY 'CIDADE: '.
           ACCEPT FUNCIONARIO-END-CIDADE.
           MOVE 'N' TO WS-CAMPO-VALIDO.
           PERFORM PEDE-UF
               UNTIL WS-CAMPO-VALIDO = 'S'.
           MOVE 'N' TO WS-CAMPO-VALIDO.
           PERFORM PEDE-CEP
               UNTIL WS-CAMPO-VALIDO = 'S'.
           MOVE 'N' TO WS-CAMPO-VALIDO.
           PERFORM PEDE-RG
               UNTIL WS-CAMPO-VALIDO = 'S'.
           MOVE 'N' TO WS-CAMPO-VALIDO.
           PERFORM PEDE-NASCIMENTO
               UNTIL WS-CAMPO-VALIDO = 'S'.

       PEDE-TELEFONE-EMAIL.
      *Telefone com algum numero e email com @, como no PROG40; o
      *que veio do candidato so e pedido de novo se nao passar.
           MOVE 'S' TO WS-CAMPO-VALIDO.
           MOVE ZERO TO WS-POS-ARROBA.
           INSPECT FUNCIONARIO-TELEFONE
               TALLYING WS-POS-ARROBA
               FOR ALL '0' '1' '2' '3' '4' '5' '6' '7' '8' '9'.
           IF WS-POS-ARROBA = ZERO
               MOVE 'N' TO WS-CAMPO-VALIDO
               DISPLAY 'TELEFONE (INFORME OS NUMEROS): '
               ACCEPT FUNCIONARIO-TELEFONE.
           MOVE ZERO TO WS-POS-ARROBA.
           INSPECT FUNCIONARIO-EMAIL
               TALLYING WS-POS-ARROBA FOR ALL '@'.
           IF WS-POS-ARROBA = ZERO
               MOVE 'N' TO WS-CAMPO-VALIDO
               DISPLAY 'EMAIL (DEVE CONTER O CARACTERE @): '
               ACCEPT FUNCIONARIO-EMAIL.

       PEDE-UF.
           DISPLAY 'UF: '.
           ACCEPT FUNCIONARIO-END-UF.
           MOVE FUNCIONARIO-END-UF TO WS-UF-INFORMADA.
           IF UF-VALIDA
               MOVE 'S' TO WS-CAMPO-VALIDO
           ELSE
               DISPLAY 'UF INVALIDA.'.

       PEDE-CEP.
           DISPLAY 'CEP (8 DIGITOS): '.
           ACCEPT FUNCIONARIO-END-CEP.
           IF FUNCIONARIO-END-CEP IS NUMERIC AND
                   FUNCIONARIO-END-CEP NOT = ZEROS
               MOVE 'S' TO WS-CAMPO-VALIDO
           ELSE
               DISPLAY 'CEP INVALIDO. INFORME 8 DIGITOS.'.

       PEDE-RG.
           DISPLAY 'RG (APENAS NUMEROS): '.
           ACCEPT FUNCIONARIO-RG.
           IF FUNCIONARIO-RG IS NUMERIC
               MOVE 'S' TO WS-CAMPO-VALIDO
           ELSE
               DISPLAY 'RG INVALIDO. INFORME APENAS NUMEROS.'.

       PEDE-NASCIMENTO.
           DISPLAY 'DIA DE NASCIMENTO: '.
           ACCEPT FUNCIONARIO-DIANASC.
           DISPLAY 'MES DE NASCIMENTO: '.
           ACCEPT FUNCIONARIO-MESNASC.
           DISPLAY 'ANO DE NASCIMENTO: '.
           ACCEPT FUNCIONARIO-ANONASC.
      *Data de calendario conferida pelo validador central PROG75.
           CALL 'PROG75' USING FUNCIONARIO-DIANASC
               FUNCIONARIO-MESNASC FUNCIONARIO-ANONASC
               WS-CAMPO-VALIDO WS-MOTIVO-DATA.
           IF WS-CAMPO-VALIDO = 'N'
               DISPLAY 'DATA INVALIDA: ' WS-MOTIVO-DATA.

       PEDE-DADOS-DO-CONTRATO.
           MOVE 'N' TO WS-DATA-OK.
           PERFORM PEDE-DATA-ADMISSAO
               UNTIL WS-DATA-OK = 'S'.
           MOVE SPACE TO WS-TIPO-CONTRATO.
           PERFORM PEDE-TIPO-CONTRATO
               UNTIL WS-TIPO-CONTRATO = 'C' OR
                     WS-TIPO-CONTRATO = 'E' OR
                     WS-TIPO-CONTRATO = 'T' OR
                     WS-TIPO-CONTRATO = 'A'.
           DISPLAY 'HORAS SEMANAIS CONTRATADAS (ENTER = 44): '.
           MOVE ZEROS TO WS-HORAS-SEMANAIS.
           ACCEPT WS-HORAS-SEMANAIS.
           IF WS-HORAS-SEMANAIS = ZEROS
               MOVE 44 TO WS-HORAS-SEMANAIS.
           MOVE 'N' TO WS-DATA-OK.
           PERFORM PEDE-FIM-EXPERIENCIA
               UNTIL WS-DATA-OK = 'S'.

       PEDE-DATA-ADMISSAO.
           DISPLAY 'DATA DE ADMISSAO (AAAAMMDD): '.
           ACCEPT WS-DATA-ADMISSAO.
      *Admissao marcada para os proximos dias e legitima, entao o
      *motivo de data no futuro do PROG75 e aceito.
           MOVE WS-DATA-ADMISSAO TO WS-DATA-PARTES.
           CALL 'PROG75' USING WS-DP-DIA WS-DP-MES WS-DP-ANO
               WS-DATA-OK WS-MOTIVO-DATA.
           IF WS-DATA-OK = 'N' AND
                   WS-MOTIVO-DATA = 'DATA NO FUTURO.'
               MOVE 'S' TO WS-DATA-OK.
           IF WS-DATA-OK = 'N'
               DISPLAY 'DATA INVALIDA: ' WS-MOTIVO-DATA.

       PEDE-TIPO-CONTRATO.
           DISPLAY 'TIPO DE CONTRATO (C=CLT E=ESTAGIARIO'
                   ' T=TEMPORARIO A=APRENDIZ): '.
           ACCEPT WS-TIPO-CONTRATO.
           IF WS-TIPO-CONTRATO = 'c'
               MOVE 'C' TO WS-TIPO-CONTRATO.
           IF WS-TIPO-CONTRATO = 'e'
               MOVE 'E' TO WS-TIPO-CONTRATO.
           IF WS-TIPO-CONTRATO = 't'
               MOVE 'T' TO WS-TIPO-CONTRATO.
           IF WS-TIPO-CONTRATO = 'a'
               MOVE 'A' TO WS-TIPO-CONTRATO.

       PEDE-FIM-EXPERIENCIA.
           DISPLAY 'FIM DA EXPERIENCIA (AAAAMMDD, 0 = SEM): '.
           MOVE ZEROS TO WS-FIM-EXPERIENCIA.
           ACCEPT WS-FIM-EXPERIENCIA.
           IF WS-FIM-EXPERIENCIA = ZEROS
               MOVE 'S' TO WS-DATA-OK
           ELSE
               MOVE WS-FIM-EXPERIENCIA TO WS-DATA-PARTES
               CALL 'PROG75' USING WS-DP-DIA WS-DP-MES WS-DP-ANO
                   WS-DATA-OK WS-MOTIVO-DATA
               IF WS-DATA-OK = 'N' AND
                       WS-MOTIVO-DATA = 'DATA NO FUTURO.'
                   MOVE 'S' TO WS-DATA-OK
               END-IF
               IF WS-DATA-OK = 'S' AND
                       WS-FIM-EXPERIENCIA NOT > WS-DATA-ADMISSAO
                   MOVE 'N' TO WS-DATA-OK
                   MOVE 'FIM ANTES DA ADMISSAO.' TO WS-MOTIVO-DATA
               END-IF
               IF WS-DATA-OK = 'N'
                   DISPLAY 'DATA INVALIDA: ' WS-MOTIVO-DATA
               END-IF
           END-IF.

       GRAVA-FUNCIONARIO-NOVO.
      *Codigo do distribuidor central (PROG78), pedindo o proximo
      *enquanto o contador estiver atrasado em relacao ao cadastro.
           MOVE ZEROS TO WS-CODIGO-CONTRATADO.
           MOVE FUNCIONARIO-REGISTRO TO WS-REGISTRO-GUARDADO.
           OPEN I-O ARQUIVO-FUNCIONARIO.
           IF WS-STATUS-ARQUIVO-FUNCIONARIO NOT = '00'
               DISPLAY 'CADASTRO DE FUNCIONARIOS INDISPONIVEL (STATUS '
                       WS-STATUS-ARQUIVO-FUNCIONARIO ').'
               GO TO GRAVA-FUNCIONARIO-NOVO-FIM.
           MOVE 'FUNCIONARIOS' TO WS-CADASTRO-CODIGO.
           MOVE 'S' TO REGISTRO-ENCONTRADO.
           PERFORM ALOCA-UM-CODIGO
               UNTIL REGISTRO-ENCONTRADO = 'N'.
           IF WS-CODIGO-ALOCADO = ZEROS
               DISPLAY 'SEM CODIGO DISPONIVEL NO CONTROLE.'
           ELSE
               MOVE WS-REGISTRO-GUARDADO TO FUNCIONARIO-REGISTRO
               MOVE WS-CODIGO-ALOCADO TO FUNCIONARIO-CODIGO
               WRITE FUNCIONARIO-REGISTRO
                   INVALID KEY
                       DISPLAY 'CODIGO: ' FUNCIONARIO-CODIGO
                               ' JA FOI CADASTRADO.'
                   NOT INVALID KEY
                       MOVE FUNCIONARIO-CODIGO TO WS-CODIGO-CONTRATADO
               END-WRITE.
           CLOSE ARQUIVO-FUNCIONARIO.
       GRAVA-FUNCIONARIO-NOVO-FIM.
           EXIT.

       ALOCA-UM-CODIGO.
           CALL 'PROG78' USING WS-CADASTRO-CODIGO WS-CODIGO-ALOCADO.
           IF WS-CODIGO-ALOCADO = ZEROS
               MOVE 'N' TO REGISTRO-ENCONTRADO
           ELSE
               MOVE WS-CODIGO-ALOCADO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO RECORD
                   INVALID KEY
                       MOVE 'N' TO REGISTRO-ENCONTRADO
                   NOT INVALID KEY
                       MOVE 'S' TO REGISTRO-ENCONTRADO
               END-READ
           END-IF.

       GRAVA-CONTRATO-NOVO.
           OPEN I-O ARQUIVO-CONTRATO.
           IF WS-STATUS-ARQUIVO-CONTRATO = '35'
      *Primeira inclusao cria o arquivo.
               OPEN OUTPUT ARQUIVO-CONTRATO
               CLOSE ARQUIVO-CONTRATO
               OPEN I-O ARQUIVO-CONTRATO.
           MOVE WS-CODIGO-CONTRATADO TO CONTRATO-CODIGO-FUNC.
           MOVE WS-DATA-ADMISSAO TO CONTRATO-DATA-ADMISSAO.
           MOVE WS-TIPO-CONTRATO TO CONTRATO-TIPO.
           MOVE WS-HORAS-SEMANAIS TO CONTRATO-HORAS-SEMANAIS.
           MOVE WS-FIM-EXPERIENCIA TO CONTRATO-FIM-EXPERIENCIA.
           WRITE CONTRATO-REGISTRO
               INVALID KEY
      *Sobra de um codigo antigo: o contrato novo prevalece.
                   REWRITE CONTRATO-REGISTRO
                   END-REWRITE
           END-WRITE.
           CLOSE ARQUIVO-CONTRATO.
           MOVE 'CONTRATO' TO WS-NOME-CAMPO.
           MOVE SPACES TO WS-VALOR-ANTIGO.
           MOVE SPACES TO WS-VALOR-NOVO.
           STRING 'ADMISSAO ' WS-DATA-ADMISSAO
                   ' TIPO ' WS-TIPO-CONTRATO
                   ' HORAS ' WS-HORAS-SEMANAIS
                   ' REQUISICAO ' REQUISICAO-NUMERO
               DELIMITED BY SIZE INTO WS-VALOR-NOVO
           END-STRING.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-VIGENCIA-INICIAL.
           OPEN I-O ARQUIVO-SALARIO.
           IF WS-STATUS-ARQUIVO-SALARIO = '35'
      *Primeira inclusao cria o arquivo.
               OPEN OUTPUT ARQUIVO-SALARIO
               CLOSE ARQUIVO-SALARIO
               OPEN I-O ARQUIVO-SALARIO.
           MOVE WS-CODIGO-CONTRATADO TO SALARIO-CODIGO-FUNC.
           MOVE WS-DATA-ADMISSAO TO SALARIO-DATA-VIGENCIA.
           MOVE REQUISICAO-CARGO TO SALARIO-CARGO.
           MOVE WS-SALARIO-INICIAL TO SALARIO-VALOR.
           WRITE SALARIO-REGISTRO
               INVALID KEY
                   REWRITE SALARIO-REGISTRO
                   END-REWRITE
           END-WRITE.
           CLOSE ARQUIVO-SALARIO.
      *Data da digitacao da vigencia, como no PROG45: admissao
      *lancada com atraso aparece na apuracao de retroativos.
           OPEN I-O ARQUIVO-VIGINC.
           IF WS-STATUS-ARQUIVO-VIGINC = '35'
               OPEN OUTPUT ARQUIVO-VIGINC
               CLOSE ARQUIVO-VIGINC
               OPEN I-O ARQUIVO-VIGINC.
           MOVE SALARIO-CODIGO-FUNC TO VIGINC-CODIGO-FUNC.
           MOVE SALARIO-DATA-VIGENCIA TO VIGINC-DATA-VIGENCIA.
           MOVE WS-DATA-HOJE TO VIGINC-DATA-INCLUSAO.
           MOVE WS-OPERADOR TO VIGINC-OPERADOR.
           MOVE 'N' TO VIGINC-APURADA.
           WRITE VIGINC-REGISTRO
               INVALID KEY
                   REWRITE VIGINC-REGISTRO
           END-WRITE.
           CLOSE ARQUIVO-VIGINC.
           MOVE 'SALARIO' TO WS-NOME-CAMPO.
           MOVE SPACES TO WS-VALOR-ANTIGO.
           MOVE SPACES TO WS-VALOR-NOVO.
           MOVE WS-SALARIO-INICIAL TO WS-VALOR-EXIBE.
           STRING REQUISICAO-CARGO ' ' WS-VALOR-EXIBE
                   ' VIGENCIA ' WS-DATA-ADMISSAO
               DELIMITED BY SIZE INTO WS-VALOR-NOVO
           END-STRING.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
      *Mesmo desenho de linha do PROG40, com o codigo contratado.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           MOVE WS-CODIGO-CONTRATADO TO FUNCIONARIO-CODIGO.
           MOVE SPACES TO REGISTRO-AUDITORIA.
           STRING WS-ANO-ATUAL '-' WS-MES-ATUAL '-' WS-DIA-ATUAL ' '
                  WS-HOR-ATUAL ':' WS-MIN-ATUAL ':' WS-SEG-ATUAL
                  ' OPERADOR=' WS-OPERADOR
                  ' CODIGO=' FUNCIONARIO-CODIGO
                  ' CAMPO=' WS-NOME-CAMPO
                  ' ANTES=' WS-VALOR-ANTIGO
                  ' DEPOIS=' WS-VALOR-NOVO
                  DELIMITED BY SIZE INTO REGISTRO-AUDITORIA
           END-STRING.
           WRITE REGISTRO-AUDITORIA.
           CALL 'PROG131' USING REGISTRO-AUDITORIA
               FUNCIONARIO-CODIGO.

       BAIXA-CANDIDATO-E-VAGA.
           OPEN I-O ARQUIVO-CANDIDATO.
           MOVE NUMERO-REQUISICAO-PROCURAR TO CANDIDATO-REQUISICAO.
           MOVE SEQUENCIA-CANDIDATO-PROCURAR TO CANDIDATO-SEQUENCIA.
           READ ARQUIVO-CANDIDATO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'C' TO CANDIDATO-ETAPA
                   MOVE WS-DATA-HOJE TO CANDIDATO-DATA-ETAPA
                   MOVE WS-OPERADOR TO CANDIDATO-OPERADOR
                   MOVE WS-CODIGO-CONTRATADO TO CANDIDATO-CODIGO-FUNC
                   REWRITE CANDIDATO-REGISTRO
                   END-REWRITE
           END-READ.
           CLOSE ARQUIVO-CANDIDATO.
      *Ultima vaga preenchida fecha a requisicao.
           OPEN I-O ARQUIVO-REQUISICAO.
           MOVE NUMERO-REQUISICAO-PROCURAR TO REQUISICAO-NUMERO.
           READ ARQUIVO-REQUISICAO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO REQUISICAO-QTD-PREENCHIDAS
                   IF REQUISICAO-QTD-PREENCHIDAS NOT <
                           REQUISICAO-QTD-VAGAS
                       MOVE 'F' TO REQUISICAO-SITUACAO
                       MOVE WS-DATA-HOJE
                           TO REQUISICAO-DATA-FECHAMENTO
                       DISPLAY 'REQUISICAO ' REQUISICAO-NUMERO
                               ' PREENCHIDA E FECHADA.'
                   END-IF
                   REWRITE REQUISICAO-REGISTRO
                   END-REWRITE
           END-READ.
           CLOSE ARQUIVO-REQUISICAO.

      *-----------------------------------------------------------------
      *ENVELHECIMENTO - requisicoes abertas com os dias em aberto
      *(mes comercial de 30 dias, como nos calculos de tempo de
      *casa) e os candidatos por etapa, com o resumo por faixa no
      *spool (PROG71).
      *-----------------------------------------------------------------
       RELATORIO-ENVELHECIMENTO.
           OPEN INPUT ARQUIVO-REQUISICAO.
           IF WS-STATUS-ARQUIVO-REQUISICAO NOT = '00'
               DISPLAY 'NENHUMA REQUISICAO ABERTA AINDA.'
               GO TO RELATORIO-ENVELHECIMENTO-FIM.
           MOVE 'N' TO WS-TEM-CANDIDATOS.
           OPEN INPUT ARQUIVO-CANDIDATO.
           IF WS-STATUS-ARQUIVO-CANDIDATO = '00'
               MOVE 'S' TO WS-TEM-CANDIDATOS.
           MOVE WS-DATA-HOJE TO WS-DATA-PARTES.
           COMPUTE WS-DIAS-HOJE = WS-DP-ANO * 360 + WS-DP-MES * 30 +
               WS-DP-DIA.
           MOVE ZEROS TO WS-QTD-ABERTAS.
           MOVE ZEROS TO WS-FAIXAS-IDADE.

           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'REQUISICOES DE CONTRATACAO ABERTAS EM '
                   WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 'REQUIS DEPT CARGO                ABERTURA  DIAS VAGAS'
               TO WS-LINHA-IMPRESSA.
           MOVE 'TRI ENT APR' TO WS-LINHA-IMPRESSA (60:11).
           PERFORM IMPRIME-LINHA.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-REQUISICAO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM IMPRIME-UMA-REQUISICAO
               UNTIL FINAL-ARQUIVO = 'S'.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'REQUISICOES ABERTAS: ' WS-QTD-ABERTAS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING '  ATE 30 DIAS: ' WS-QTD-FAIXA (1)
                   '  31 A 60: ' WS-QTD-FAIXA (2)
                   '  61 A 90: ' WS-QTD-FAIXA (3)
                   '  MAIS DE 90: ' WS-QTD-FAIXA (4)
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           CLOSE ARQUIVO-REQUISICAO.
           IF WS-TEM-CANDIDATOS = 'S'
               CLOSE ARQUIVO-CANDIDATO.
           DISPLAY WS-QTD-ABERTAS ' REQUISICAO(OES) ABERTA(S).'
                   ' RELATORIO NO SPOOL.'.
       RELATORIO-ENVELHECIMENTO-FIM.
           EXIT.

       IMPRIME-UMA-REQUISICAO.
           IF REQUISICAO-SITUACAO = 'A'
               ADD 1 TO WS-QTD-ABERTAS
               MOVE REQUISICAO-DATA-ABERTURA TO WS-DATA-PARTES
               COMPUTE WS-DIAS-ABERTURA = WS-DP-ANO * 360 +
                   WS-DP-MES * 30 + WS-DP-DIA
               MOVE ZEROS TO WS-DIAS-EM-ABERTO
               IF WS-DIAS-HOJE > WS-DIAS-ABERTURA
                   COMPUTE WS-DIAS-EM-ABERTO =
                       WS-DIAS-HOJE - WS-DIAS-ABERTURA
               END-IF
               MOVE 4 TO WS-IND-FAIXA
               IF WS-DIAS-EM-ABERTO NOT > 90
                   MOVE 3 TO WS-IND-FAIXA
               END-IF
               IF WS-DIAS-EM-ABERTO NOT > 60
                   MOVE 2 TO WS-IND-FAIXA
               END-IF
               IF WS-DIAS-EM-ABERTO NOT > 30
                   MOVE 1 TO WS-IND-FAIXA
               END-IF
               ADD 1 TO WS-QTD-FAIXA (WS-IND-FAIXA)
               PERFORM CONTA-CANDIDATOS-POR-ETAPA
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING REQUISICAO-NUMERO ' '
                       REQUISICAO-DEPARTAMENTO ' '
                       REQUISICAO-CARGO ' '
                       REQUISICAO-DATA-ABERTURA ' '
                       WS-DIAS-EM-ABERTO ' '
                       REQUISICAO-QTD-PREENCHIDAS '/'
                       REQUISICAO-QTD-VAGAS ' '
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               MOVE WS-QTD-TRIAGEM TO WS-LINHA-IMPRESSA (60:3)
               MOVE WS-QTD-ENTREVISTA TO WS-LINHA-IMPRESSA (64:3)
               MOVE WS-QTD-APROVADO TO WS-LINHA-IMPRESSA (68:3)
               PERFORM IMPRIME-LINHA
           END-IF.
           READ ARQUIVO-REQUISICAO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       CONTA-CANDIDATOS-POR-ETAPA.
           MOVE ZEROS TO WS-QTD-TRIAGEM.
           MOVE ZEROS TO WS-QTD-ENTREVISTA.
           MOVE ZEROS TO WS-QTD-APROVADO.
           IF WS-TEM-CANDIDATOS = 'S'
               MOVE REQUISICAO-NUMERO TO NUMERO-REQUISICAO-PROCURAR
               PERFORM POSICIONA-CANDIDATOS
               PERFORM SOMA-ETAPA-DO-CANDIDATO
                   UNTIL FINAL-CANDIDATOS = 'S' OR
                         CANDIDATO-REQUISICAO NOT =
                             NUMERO-REQUISICAO-PROCURAR.

       SOMA-ETAPA-DO-CANDIDATO.
           IF CANDIDATO-ETAPA = 'T'
               ADD 1 TO WS-QTD-TRIAGEM.
           IF CANDIDATO-ETAPA = 'E'
               ADD 1 TO WS-QTD-ENTREVISTA.
           IF CANDIDATO-ETAPA = 'A'
               ADD 1 TO WS-QTD-APROVADO.
           READ ARQUIVO-CANDIDATO NEXT RECORD AT END
               MOVE 'S' TO FINAL-CANDIDATOS.

       IMPRIME-LINHA.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
