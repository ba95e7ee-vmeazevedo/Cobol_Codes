      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG149.
      *Transferencia de funcionario entre empresas do grupo, chamada
      *pelo menu do PROG40 (so supervisor). A origem e a empresa da
      *sessao; o destino usa os nomes do esquema _Enn do menu (a
      *empresa 01 fica com os nomes classicos). O cadastro mestre e
      *copiado para o funcionarios do destino e, na origem, fica
      *desligado na data da transferencia - sem o DELETE fisico, o
      *historico da origem continua la. Os satelites (salarios,
      *contratos, dependentes, ferias, beneficios, dados bancarios e
      *treinamentos) sao do grupo e chaveados pelo codigo: como o
      *PROG78 distribui um unico contador para todas as empresas, o
      *codigo normalmente segue o mesmo e os satelites acompanham
      *sem mudar, com a admissao do contratos.dat (tempo de casa e
      *periodos aquisitivos de ferias) intacta. So quando o codigo
      *ja esta ocupado no destino (cadastro anterior ao contador
      *unico) sai um codigo novo e os satelites sao rechaveados.
      *A trilha de cada empresa recebe a sua linha: TRANSF-SAIDA na
      *origem e TRANSFERENCIA no destino, que o PROG118 transforma
      *em evento M (alteracao contratual) para o governo.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELEMPRESA.cob'.
           COPY 'SELDEPARTAMENTO.cob'.
           COPY 'SELSALARIO.cob'.
           COPY 'SELCONTRATO.cob'.
           COPY 'SELDEPENDENTE.cob'.
           COPY 'SELFERIAS.cob'.
           COPY 'SELBENEFICIO.cob'.
           COPY 'SELBANCO.cob'.
           COPY 'SELTREINAMENTO.cob'.
           SELECT OPTIONAL ARQUIVO-AUDITORIA
           ASSIGN TO WS-NOME-ARQ-AUDITORIA
           ORGANIZATION IS LINE SEQUENTIAL.
      *Trilha de uma empresa por vez: o nome troca entre a origem e
      *o destino antes de cada OPEN.

           SELECT ARQUIVO-MARCA-TREINO
           ASSIGN TO 'empresa_treinamento.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MARCA.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDEMPRESA.cob'.
           COPY 'FDDEPARTAMENTO.cob'.
           COPY 'FDSALARIO.cob'.
           COPY 'FDCONTRATO.cob'.
           COPY 'FDDEPENDENTE.cob'.
           COPY 'FDFERIAS.cob'.
           COPY 'FDBENEFICIO.cob'.
           COPY 'FDBANCO.cob'.
           COPY 'FDTREINAMENTO.cob'.

       FD  ARQUIVO-AUDITORIA.
       01  REGISTRO-AUDITORIA PIC X(280).

       FD  ARQUIVO-MARCA-TREINO.
       01  MARCA-TREINO-LINHA.
           05 MARCA-EMPRESA PIC 9(2).

       WORKING-STORAGE SECTION.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-FIM-SATELITE PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-EMPRESA PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-SALARIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CONTRATO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPENDENTE PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-FERIAS PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-BENEFICIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-BANCO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-TREINAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-MARCA PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-AUDITORIA PIC X(30)
           VALUE 'auditoria_funcionarios.log'.
       77  WS-OPERADOR PIC X(20) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-CONFIRMA PIC X VALUE 'N'.
       77  WS-ACAO-VERSAO PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK PIC X VALUE 'N'.
       77  WS-CADASTRO-CODIGO PIC X(12) VALUE 'FUNCIONARIOS'.
       77  WS-CODIGO-ALOCADO PIC 9(6) VALUE ZEROS.
       77  WS-EMPRESA-TREINO PIC 9(2) VALUE ZEROS.

       77  WS-EMPRESA-ORIGEM PIC 9(2) VALUE 1.
       77  WS-EMPRESA-DESTINO PIC 9(2) VALUE ZEROS.
       77  WS-NOME-EMPRESA-DESTINO PIC X(30) VALUE SPACES.
       77  WS-ARQ-FUNC-ORIGEM PIC X(30) VALUE SPACES.
       77  WS-ARQ-FUNC-DESTINO PIC X(30) VALUE SPACES.
       77  WS-ARQ-AUD-ORIGEM PIC X(30) VALUE SPACES.
       77  WS-ARQ-AUD-DESTINO PIC X(30) VALUE SPACES.
       77  WS-CODIGO-ORIGEM PIC 9(6) VALUE ZEROS.
       77  WS-CODIGO-DESTINO PIC 9(6) VALUE ZEROS.
       77  WS-DEPTO-ORIGEM PIC 9(4) VALUE ZEROS.
       77  WS-DEPTO-DESTINO PIC 9(4) VALUE ZEROS.
       77  WS-CPF-ORIGEM PIC X(11) VALUE SPACES.
       77  WS-CPF-NO-DESTINO PIC X VALUE 'N'.
       77  WS-RECHAVEAR PIC X VALUE 'N'.
       77  WS-QTD-RECHAVEADOS PIC 9(5) VALUE ZEROS.
       77  WS-TRANSFERIU PIC X VALUE 'N'.
       01  WS-REGISTRO-GUARDADO PIC X(200).
      *Ficha da origem, guardada enquanto a area do FD e usada no
      *arquivo do destino.

       77  WS-NOME-CAMPO PIC X(15) VALUE SPACES.
       77  WS-VALOR-ANTIGO PIC X(80) VALUE SPACES.
       77  WS-VALOR-NOVO PIC X(80) VALUE SPACES.
       77  WS-CODIGO-AUDITADO PIC 9(6) VALUE ZEROS.
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
           DISPLAY 'EMPRESA_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-EMPRESA-ORIGEM FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE 1 TO WS-EMPRESA-ORIGEM
           END-ACCEPT.
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
           MOVE WS-NOME-ARQUIVO TO WS-ARQ-FUNC-ORIGEM.
           MOVE WS-NOME-ARQ-AUDITORIA TO WS-ARQ-AUD-ORIGEM.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY ' '.
           DISPLAY 'TRANSFERENCIA DE FUNCIONARIO ENTRE EMPRESAS'.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'TRANSFERENCIA SO POR SUPERVISOR.'
               GO TO PROGRAM-DONE.
           PERFORM PREPARA-TRANSFERENCIA.
           IF WS-TRANSFERIU = 'S'
               PERFORM EFETIVA-TRANSFERENCIA.
       PROGRAM-DONE.
      *GOBACK para devolver o controle ao menu do PROG40.
           GOBACK.

      *-----------------------------------------------------------------
      *PREPARACAO - funcionario ativo na origem, empresa destino
      *cadastrada (e que nao seja a de treinamento), layout 3 nos
      *dois cadastros e o mesmo CPF ainda nao ativo no destino.
      *-----------------------------------------------------------------
       PREPARA-TRANSFERENCIA.
           MOVE 'N' TO WS-TRANSFERIU.
           DISPLAY 'EMPRESA DE ORIGEM (SESSAO): ' WS-EMPRESA-ORIGEM.
           DISPLAY 'CODIGO DO FUNCIONARIO: '.
           ACCEPT WS-CODIGO-ORIGEM.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF WS-STATUS-ARQUIVO-FUNCIONARIO NOT = '00'
               DISPLAY 'CADASTRO DE FUNCIONARIOS DA ORIGEM AUSENTE.'
               GO TO PREPARA-TRANSFERENCIA-FIM.
           MOVE WS-CODIGO-ORIGEM TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO.
           CLOSE ARQUIVO-FUNCIONARIO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO NA ORIGEM.'
               GO TO PREPARA-TRANSFERENCIA-FIM.
           IF FUNCIONARIO-SITUACAO = 'D'
               DISPLAY 'FUNCIONARIO DESLIGADO NAO E TRANSFERIDO.'
               GO TO PREPARA-TRANSFERENCIA-FIM.
           MOVE FUNCIONARIO-REGISTRO TO WS-REGISTRO-GUARDADO.
           MOVE FUNCIONARIO-DEPARTAMENTO TO WS-DEPTO-ORIGEM.
           MOVE FUNCIONARIO-CPF TO WS-CPF-ORIGEM.
           DISPLAY 'FUNCIONARIO: ' FUNCIONARIO-NOME
                   ' DEPARTAMENTO: ' FUNCIONARIO-DEPARTAMENTO.

           DISPLAY 'EMPRESA DE DESTINO (1-99): '.
           ACCEPT WS-EMPRESA-DESTINO.
           IF WS-EMPRESA-DESTINO = ZEROS OR
                   WS-EMPRESA-DESTINO = WS-EMPRESA-ORIGEM
               DISPLAY 'EMPRESA DE DESTINO INVALIDA.'
               GO TO PREPARA-TRANSFERENCIA-FIM.
           OPEN INPUT ARQUIVO-EMPRESA.
           IF WS-STATUS-ARQUIVO-EMPRESA NOT = '00'
               DISPLAY 'empresas.dat NAO ENCONTRADO (PROG68).'
               GO TO PREPARA-TRANSFERENCIA-FIM.
           MOVE WS-EMPRESA-DESTINO TO EMPRESA-CODIGO.
           READ ARQUIVO-EMPRESA RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO
               MOVE EMPRESA-NOME TO WS-NOME-EMPRESA-DESTINO.
           CLOSE ARQUIVO-EMPRESA.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'EMPRESA DE DESTINO NAO CADASTRADA.'
               GO TO PREPARA-TRANSFERENCIA-FIM.
           PERFORM IDENTIFICA-EMPRESA-TREINO.
           IF WS-EMPRESA-TREINO NOT = ZEROS AND
                   (WS-EMPRESA-TREINO = WS-EMPRESA-DESTINO OR
                    WS-EMPRESA-TREINO = WS-EMPRESA-ORIGEM)
               DISPLAY 'A EMPRESA DE TREINAMENTO NAO RECEBE NEM'
                       ' CEDE FUNCIONARIOS.'
               GO TO PREPARA-TRANSFERENCIA-FIM.
           PERFORM MONTA-NOMES-DO-DESTINO.

      *Layout 3 nos dois cadastros, o mesmo conferido pelo PROG40.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 3 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-ARQ-FUNC-ORIGEM
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'S'
               CALL 'PROG82' USING WS-ACAO-VERSAO WS-ARQ-FUNC-DESTINO
                   WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'CADASTRO DE FUNCIONARIOS EM LAYOUT DIFERENTE.'
                       ' TRANSFERENCIA RECUSADA.'
               GO TO PREPARA-TRANSFERENCIA-FIM.

           PERFORM PROCURA-CPF-NO-DESTINO.
           IF WS-CPF-NO-DESTINO = 'S'
               DISPLAY 'O MESMO CPF JA ESTA ATIVO NA EMPRESA DE'
                       ' DESTINO.'
               GO TO PREPARA-TRANSFERENCIA-FIM.

           MOVE WS-DEPTO-ORIGEM TO WS-DEPTO-DESTINO.
           MOVE 'N' TO REGISTRO-ENCONTRADO.
           PERFORM PEDE-DEPTO-DESTINO
               UNTIL REGISTRO-ENCONTRADO = 'S'.

           DISPLAY 'TRANSFERIR ' WS-CODIGO-ORIGEM ' DA EMPRESA '
                   WS-EMPRESA-ORIGEM ' PARA A EMPRESA '
                   WS-EMPRESA-DESTINO ' ' WS-NOME-EMPRESA-DESTINO.
           DISPLAY 'DEPARTAMENTO NO DESTINO: ' WS-DEPTO-DESTINO
                   '  DATA: ' WS-DATA-HOJE.
           DISPLAY 'CONFIRMA A TRANSFERENCIA? (S/N)'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'TRANSFERENCIA CANCELADA. NADA FOI GRAVADO.'
               GO TO PREPARA-TRANSFERENCIA-FIM.
           MOVE 'S' TO WS-TRANSFERIU.
       PREPARA-TRANSFERENCIA-FIM.
           EXIT.

       IDENTIFICA-EMPRESA-TREINO.
      *Mesma marca lida pelo PROG129 e pelo PROG130.
           MOVE ZEROS TO WS-EMPRESA-TREINO.
           OPEN INPUT ARQUIVO-MARCA-TREINO.
           IF WS-STATUS-MARCA = '00'
               READ ARQUIVO-MARCA-TREINO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MARCA-EMPRESA IS NUMERIC
                           MOVE MARCA-EMPRESA TO WS-EMPRESA-TREINO
                       END-IF
               END-READ
               CLOSE ARQUIVO-MARCA-TREINO.

       MONTA-NOMES-DO-DESTINO.
      *Mesmo esquema da selecao de empresa do menu.
           IF WS-EMPRESA-DESTINO = 1
               MOVE 'funcionarios.dat' TO WS-ARQ-FUNC-DESTINO
               MOVE 'auditoria_funcionarios.log'
                   TO WS-ARQ-AUD-DESTINO
           ELSE
               MOVE SPACES TO WS-ARQ-FUNC-DESTINO
               STRING 'funcionarios_E' WS-EMPRESA-DESTINO '.dat'
                   DELIMITED BY SIZE INTO WS-ARQ-FUNC-DESTINO
               END-STRING
               MOVE SPACES TO WS-ARQ-AUD-DESTINO
               STRING 'auditoria_funcionarios_E' WS-EMPRESA-DESTINO
                   '.log' DELIMITED BY SIZE INTO WS-ARQ-AUD-DESTINO
               END-STRING.

       PROCURA-CPF-NO-DESTINO.
           MOVE 'N' TO WS-CPF-NO-DESTINO.
           MOVE WS-ARQ-FUNC-DESTINO TO WS-NOME-ARQUIVO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF WS-STATUS-ARQUIVO-FUNCIONARIO = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-CPF-DESTINO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-FUNCIONARIO.
           MOVE WS-ARQ-FUNC-ORIGEM TO WS-NOME-ARQUIVO.

       CONFERE-CPF-DESTINO.
           IF FUNCIONARIO-CPF = WS-CPF-ORIGEM AND
                   FUNCIONARIO-SITUACAO NOT = 'D'
               MOVE 'S' TO WS-CPF-NO-DESTINO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       PEDE-DEPTO-DESTINO.
      *O cadastro de departamentos e do grupo; ENTER mantem o
      *departamento atual.
           DISPLAY 'DEPARTAMENTO NO DESTINO (ENTER = '
                   WS-DEPTO-DESTINO '): '.
           ACCEPT WS-DEPTO-DESTINO.
           IF WS-DEPTO-DESTINO = ZEROS
               MOVE WS-DEPTO-ORIGEM TO WS-DEPTO-DESTINO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO NOT = '00'
               MOVE 'S' TO REGISTRO-ENCONTRADO
           ELSE
               MOVE WS-DEPTO-DESTINO TO DEPARTAMENTO-CODIGO
               READ ARQUIVO-DEPARTAMENTO RECORD
                   INVALID KEY
                       DISPLAY 'DEPARTAMENTO NAO CADASTRADO (PROG44).'
                       MOVE WS-DEPTO-ORIGEM TO WS-DEPTO-DESTINO
                   NOT INVALID KEY
                       MOVE 'S' TO REGISTRO-ENCONTRADO
               END-READ
               CLOSE ARQUIVO-DEPARTAMENTO.

      *-----------------------------------------------------------------
      *EFETIVACAO - grava no destino, desliga na origem, rechaveia
      *os satelites quando o codigo mudou e anota as duas trilhas.
      *-----------------------------------------------------------------
       EFETIVA-TRANSFERENCIA.
           PERFORM GRAVA-NO-DESTINO.
           IF WS-CODIGO-DESTINO = ZEROS
               GO TO EFETIVA-TRANSFERENCIA-FIM.
           PERFORM DESLIGA-NA-ORIGEM.
           IF WS-RECHAVEAR = 'S'
               MOVE ZEROS TO WS-QTD-RECHAVEADOS
               PERFORM RECHAVEIA-SALARIOS
               PERFORM RECHAVEIA-CONTRATO
               PERFORM RECHAVEIA-DEPENDENTES
               PERFORM RECHAVEIA-FERIAS
               PERFORM RECHAVEIA-BENEFICIO
               PERFORM RECHAVEIA-BANCO
               PERFORM RECHAVEIA-TREINAMENTOS
               DISPLAY WS-QTD-RECHAVEADOS ' REGISTRO(S) SATELITE(S)'
                       ' PASSARAM PARA O CODIGO ' WS-CODIGO-DESTINO
                       '.'.

           MOVE WS-ARQ-AUD-ORIGEM TO WS-NOME-ARQ-AUDITORIA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           MOVE 'TRANSF-SAIDA' TO WS-NOME-CAMPO.
           MOVE WS-CODIGO-ORIGEM TO WS-CODIGO-AUDITADO.
           MOVE SPACES TO WS-VALOR-ANTIGO.
           STRING 'EMPRESA ' WS-EMPRESA-ORIGEM
                   ' DEPTO ' WS-DEPTO-ORIGEM
               DELIMITED BY SIZE INTO WS-VALOR-ANTIGO
           END-STRING.
           MOVE SPACES TO WS-VALOR-NOVO.
           STRING 'EMPRESA ' WS-EMPRESA-DESTINO
                   ' CODIGO ' WS-CODIGO-DESTINO
                   ' DEPTO ' WS-DEPTO-DESTINO
               DELIMITED BY SIZE INTO WS-VALOR-NOVO
           END-STRING.
           PERFORM GRAVA-AUDITORIA.
           CLOSE ARQUIVO-AUDITORIA.

           MOVE WS-ARQ-AUD-DESTINO TO WS-NOME-ARQ-AUDITORIA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           MOVE 'TRANSFERENCIA' TO WS-NOME-CAMPO.
           MOVE WS-CODIGO-DESTINO TO WS-CODIGO-AUDITADO.
           MOVE SPACES TO WS-VALOR-ANTIGO.
           STRING 'EMPRESA ' WS-EMPRESA-ORIGEM
                   ' CODIGO ' WS-CODIGO-ORIGEM
                   ' DEPTO ' WS-DEPTO-ORIGEM
               DELIMITED BY SIZE INTO WS-VALOR-ANTIGO
           END-STRING.
           MOVE SPACES TO WS-VALOR-NOVO.
           STRING 'EMPRESA ' WS-EMPRESA-DESTINO
                   ' DEPTO ' WS-DEPTO-DESTINO
               DELIMITED BY SIZE INTO WS-VALOR-NOVO
           END-STRING.
           PERFORM GRAVA-AUDITORIA.
           CLOSE ARQUIVO-AUDITORIA.
           MOVE WS-ARQ-AUD-ORIGEM TO WS-NOME-ARQ-AUDITORIA.

           DISPLAY 'FUNCIONARIO TRANSFERIDO. CODIGO NA EMPRESA '
                   WS-EMPRESA-DESTINO ': ' WS-CODIGO-DESTINO '.'.
       EFETIVA-TRANSFERENCIA-FIM.
           EXIT.

       GRAVA-NO-DESTINO.
           MOVE ZEROS TO WS-CODIGO-DESTINO.
           MOVE 'N' TO WS-RECHAVEAR.
           MOVE WS-ARQ-FUNC-DESTINO TO WS-NOME-ARQUIVO.
           OPEN I-O ARQUIVO-FUNCIONARIO.
           IF WS-STATUS-ARQUIVO-FUNCIONARIO = '35'
      *Primeiro funcionario da empresa cria o cadastro.
               OPEN OUTPUT ARQUIVO-FUNCIONARIO
               CLOSE ARQUIVO-FUNCIONARIO
               OPEN I-O ARQUIVO-FUNCIONARIO.
           IF WS-STATUS-ARQUIVO-FUNCIONARIO NOT = '00'
               DISPLAY 'CADASTRO DO DESTINO INDISPONIVEL (STATUS '
                       WS-STATUS-ARQUIVO-FUNCIONARIO ').'
               MOVE WS-ARQ-FUNC-ORIGEM TO WS-NOME-ARQUIVO
               GO TO GRAVA-NO-DESTINO-FIM.
           MOVE WS-CODIGO-ORIGEM TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = 'N'
               MOVE WS-CODIGO-ORIGEM TO WS-CODIGO-ALOCADO
           ELSE
      *Codigo ja ocupado no destino: pede ao PROG78 ate achar um
      *livre, como na inclusao do PROG40.
               DISPLAY 'CODIGO ' WS-CODIGO-ORIGEM ' JA EXISTE NO'
                       ' DESTINO; UM CODIGO NOVO SERA USADO.'
               MOVE 'S' TO WS-RECHAVEAR
               PERFORM ALOCA-UM-CODIGO
                   UNTIL REGISTRO-ENCONTRADO = 'N'.
           IF WS-CODIGO-ALOCADO = ZEROS
               DISPLAY 'SEM CODIGO DISPONIVEL NO CONTROLE.'
           ELSE
               MOVE WS-REGISTRO-GUARDADO TO FUNCIONARIO-REGISTRO
               MOVE WS-CODIGO-ALOCADO TO FUNCIONARIO-CODIGO
               MOVE WS-DEPTO-DESTINO TO FUNCIONARIO-DEPARTAMENTO
               MOVE 'A' TO FUNCIONARIO-SITUACAO
               MOVE ZEROS TO FUNCIONARIO-DATA-DESLIGAMENTO
               WRITE FUNCIONARIO-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR NO DESTINO.'
                   NOT INVALID KEY
                       MOVE FUNCIONARIO-CODIGO TO WS-CODIGO-DESTINO
               END-WRITE.
           CLOSE ARQUIVO-FUNCIONARIO.
           MOVE WS-ARQ-FUNC-ORIGEM TO WS-NOME-ARQUIVO.
       GRAVA-NO-DESTINO-FIM.
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

       DESLIGA-NA-ORIGEM.
      *Sem DELETE fisico: a origem guarda a ficha como desligada
      *na data da transferencia.
           OPEN I-O ARQUIVO-FUNCIONARIO.
           MOVE WS-CODIGO-ORIGEM TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   DISPLAY 'FICHA DA ORIGEM NAO ENCONTRADA NA BAIXA.'
               NOT INVALID KEY
                   MOVE 'D' TO FUNCIONARIO-SITUACAO
                   MOVE WS-DATA-HOJE TO FUNCIONARIO-DATA-DESLIGAMENTO
                   REWRITE FUNCIONARIO-REGISTRO
                   END-REWRITE
           END-READ.
           CLOSE ARQUIVO-FUNCIONARIO.

      *-----------------------------------------------------------------
      *RECHAVE DOS SATELITES - cada registro do codigo antigo e
      *regravado com o codigo novo e o antigo e apagado. O START e
      *refeito a cada registro, entao a gravacao no meio da
      *varredura nao desposiciona a leitura.
      *-----------------------------------------------------------------
       RECHAVEIA-SALARIOS.
           OPEN I-O ARQUIVO-SALARIO.
           IF WS-STATUS-ARQUIVO-SALARIO = '00'
               MOVE 'N' TO WS-FIM-SATELITE
               PERFORM MOVE-UM-SALARIO
                   UNTIL WS-FIM-SATELITE = 'S'
               CLOSE ARQUIVO-SALARIO.

       MOVE-UM-SALARIO.
           MOVE WS-CODIGO-ORIGEM TO SALARIO-CODIGO-FUNC.
           MOVE ZEROS TO SALARIO-DATA-VIGENCIA.
           START ARQUIVO-SALARIO KEY IS NOT LESS THAN SALARIO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-SATELITE.
           IF WS-FIM-SATELITE = 'N'
               READ ARQUIVO-SALARIO NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-SATELITE.
           IF WS-FIM-SATELITE = 'N' AND
                   SALARIO-CODIGO-FUNC NOT = WS-CODIGO-ORIGEM
               MOVE 'S' TO WS-FIM-SATELITE.
           IF WS-FIM-SATELITE = 'N'
               MOVE WS-CODIGO-DESTINO TO SALARIO-CODIGO-FUNC
               WRITE SALARIO-REGISTRO
                   INVALID KEY
                       REWRITE SALARIO-REGISTRO
                       END-REWRITE
               END-WRITE
               MOVE WS-CODIGO-ORIGEM TO SALARIO-CODIGO-FUNC
               DELETE ARQUIVO-SALARIO RECORD
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-SATELITE
               END-DELETE
               ADD 1 TO WS-QTD-RECHAVEADOS.

       RECHAVEIA-CONTRATO.
           OPEN I-O ARQUIVO-CONTRATO.
           IF WS-STATUS-ARQUIVO-CONTRATO = '00'
               MOVE WS-CODIGO-ORIGEM TO CONTRATO-CODIGO-FUNC
               READ ARQUIVO-CONTRATO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-CODIGO-DESTINO TO CONTRATO-CODIGO-FUNC
                       WRITE CONTRATO-REGISTRO
                           INVALID KEY
                               REWRITE CONTRATO-REGISTRO
                               END-REWRITE
                       END-WRITE
                       MOVE WS-CODIGO-ORIGEM TO CONTRATO-CODIGO-FUNC
                       DELETE ARQUIVO-CONTRATO RECORD
                       END-DELETE
                       ADD 1 TO WS-QTD-RECHAVEADOS
               END-READ
               CLOSE ARQUIVO-CONTRATO.

       RECHAVEIA-DEPENDENTES.
           OPEN I-O ARQUIVO-DEPENDENTE.
           IF WS-STATUS-ARQUIVO-DEPENDENTE = '00'
               MOVE 'N' TO WS-FIM-SATELITE
               PERFORM MOVE-UM-DEPENDENTE
                   UNTIL WS-FIM-SATELITE = 'S'
               CLOSE ARQUIVO-DEPENDENTE.

       MOVE-UM-DEPENDENTE.
           MOVE WS-CODIGO-ORIGEM TO DEPENDENTE-CODIGO-FUNC.
           MOVE ZEROS TO DEPENDENTE-SEQUENCIA.
           START ARQUIVO-DEPENDENTE
                   KEY IS NOT LESS THAN DEPENDENTE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-SATELITE.
           IF WS-FIM-SATELITE = 'N'
               READ ARQUIVO-DEPENDENTE NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-SATELITE.
           IF WS-FIM-SATELITE = 'N' AND
                   DEPENDENTE-CODIGO-FUNC NOT = WS-CODIGO-ORIGEM
               MOVE 'S' TO WS-FIM-SATELITE.
           IF WS-FIM-SATELITE = 'N'
               MOVE WS-CODIGO-DESTINO TO DEPENDENTE-CODIGO-FUNC
               WRITE DEPENDENTE-REGISTRO
                   INVALID KEY
                       REWRITE DEPENDENTE-REGISTRO
                       END-REWRITE
               END-WRITE
               MOVE WS-CODIGO-ORIGEM TO DEPENDENTE-CODIGO-FUNC
               DELETE ARQUIVO-DEPENDENTE RECORD
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-SATELITE
               END-DELETE
               ADD 1 TO WS-QTD-RECHAVEADOS.

       RECHAVEIA-FERIAS.
           OPEN I-O ARQUIVO-FERIAS.
           IF WS-STATUS-ARQUIVO-FERIAS = '00'
               MOVE 'N' TO WS-FIM-SATELITE
               PERFORM MOVE-UMAS-FERIAS
                   UNTIL WS-FIM-SATELITE = 'S'
               CLOSE ARQUIVO-FERIAS.

       MOVE-UMAS-FERIAS.
           MOVE WS-CODIGO-ORIGEM TO FERIAS-CODIGO-FUNC.
           MOVE ZEROS TO FERIAS-DATA-INICIO.
           START ARQUIVO-FERIAS KEY IS NOT LESS THAN FERIAS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-SATELITE.
           IF WS-FIM-SATELITE = 'N'
               READ ARQUIVO-FERIAS NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-SATELITE.
           IF WS-FIM-SATELITE = 'N' AND
                   FERIAS-CODIGO-FUNC NOT = WS-CODIGO-ORIGEM
               MOVE 'S' TO WS-FIM-SATELITE.
           IF WS-FIM-SATELITE = 'N'
               MOVE WS-CODIGO-DESTINO TO FERIAS-CODIGO-FUNC
               WRITE FERIAS-REGISTRO
                   INVALID KEY
                       REWRITE FERIAS-REGISTRO
                       END-REWRITE
               END-WRITE
               MOVE WS-CODIGO-ORIGEM TO FERIAS-CODIGO-FUNC
               DELETE ARQUIVO-FERIAS RECORD
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-SATELITE
               END-DELETE
               ADD 1 TO WS-QTD-RECHAVEADOS.

       RECHAVEIA-BENEFICIO.
           OPEN I-O ARQUIVO-BENEFICIO.
           IF WS-STATUS-ARQUIVO-BENEFICIO = '00'
               MOVE WS-CODIGO-ORIGEM TO BENEFICIO-CODIGO-FUNC
               READ ARQUIVO-BENEFICIO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-CODIGO-DESTINO TO BENEFICIO-CODIGO-FUNC
                       WRITE BENEFICIO-REGISTRO
                           INVALID KEY
                               REWRITE BENEFICIO-REGISTRO
                               END-REWRITE
                       END-WRITE
                       MOVE WS-CODIGO-ORIGEM TO BENEFICIO-CODIGO-FUNC
                       DELETE ARQUIVO-BENEFICIO RECORD
                       END-DELETE
                       ADD 1 TO WS-QTD-RECHAVEADOS
               END-READ
               CLOSE ARQUIVO-BENEFICIO.

       RECHAVEIA-BANCO.
           OPEN I-O ARQUIVO-BANCO.
           IF WS-STATUS-ARQUIVO-BANCO = '00'
               MOVE WS-CODIGO-ORIGEM TO BANCO-CODIGO-FUNC
               READ ARQUIVO-BANCO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-CODIGO-DESTINO TO BANCO-CODIGO-FUNC
                       WRITE BANCO-REGISTRO
                           INVALID KEY
                               REWRITE BANCO-REGISTRO
                               END-REWRITE
                       END-WRITE
                       MOVE WS-CODIGO-ORIGEM TO BANCO-CODIGO-FUNC
                       DELETE ARQUIVO-BANCO RECORD
                       END-DELETE
                       ADD 1 TO WS-QTD-RECHAVEADOS
               END-READ
               CLOSE ARQUIVO-BANCO.

       RECHAVEIA-TREINAMENTOS.
           OPEN I-O ARQUIVO-TREINAMENTO.
           IF WS-STATUS-ARQUIVO-TREINAMENTO = '00'
               MOVE 'N' TO WS-FIM-SATELITE
               PERFORM MOVE-UM-TREINAMENTO
                   UNTIL WS-FIM-SATELITE = 'S'
               CLOSE ARQUIVO-TREINAMENTO.

       MOVE-UM-TREINAMENTO.
           MOVE WS-CODIGO-ORIGEM TO TREINAMENTO-CODIGO-FUNC.
           MOVE LOW-VALUES TO TREINAMENTO-CURSO.
           START ARQUIVO-TREINAMENTO
                   KEY IS NOT LESS THAN TREINAMENTO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-SATELITE.
           IF WS-FIM-SATELITE = 'N'
               READ ARQUIVO-TREINAMENTO NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-SATELITE.
           IF WS-FIM-SATELITE = 'N' AND
                   TREINAMENTO-CODIGO-FUNC NOT = WS-CODIGO-ORIGEM
               MOVE 'S' TO WS-FIM-SATELITE.
           IF WS-FIM-SATELITE = 'N'
               MOVE WS-CODIGO-DESTINO TO TREINAMENTO-CODIGO-FUNC
               WRITE TREINAMENTO-REGISTRO
                   INVALID KEY
                       REWRITE TREINAMENTO-REGISTRO
                       END-REWRITE
               END-WRITE
               MOVE WS-CODIGO-ORIGEM TO TREINAMENTO-CODIGO-FUNC
               DELETE ARQUIVO-TREINAMENTO RECORD
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-SATELITE
               END-DELETE
               ADD 1 TO WS-QTD-RECHAVEADOS.

       GRAVA-AUDITORIA.
      *Mesmo desenho de linha do PROG40.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           MOVE SPACES TO REGISTRO-AUDITORIA.
           STRING WS-ANO-ATUAL '-' WS-MES-ATUAL '-' WS-DIA-ATUAL ' '
                  WS-HOR-ATUAL ':' WS-MIN-ATUAL ':' WS-SEG-ATUAL
                  ' OPERADOR=' WS-OPERADOR
                  ' CODIGO=' WS-CODIGO-AUDITADO
                  ' CAMPO=' WS-NOME-CAMPO
                  ' ANTES=' WS-VALOR-ANTIGO
                  ' DEPOIS=' WS-VALOR-NOVO
                  DELIMITED BY SIZE INTO REGISTRO-AUDITORIA
           END-STRING.
           WRITE REGISTRO-AUDITORIA.
           CALL 'PROG131' USING REGISTRO-AUDITORIA
               WS-CODIGO-AUDITADO.
