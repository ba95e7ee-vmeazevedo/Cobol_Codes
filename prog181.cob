      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG181.
      *Classificacao de risco ocupacional (riscos_ocupacionais.dat)
      *por departamento ou cargo: periculosidade ou insalubridade
      *(com o grau), inicio da vigencia e o laudo tecnico que a
      *fundamenta. Uma nova vigencia substitui a anterior a partir
      *da data; o tipo N encerra a classificacao. O PROG42 usa a
      *classificacao vigente para mandar o adicional no extrato (a do
      *cargo prevalece sobre a do departamento).
      *A opcao 4 emite no spool (PROG71) o relatorio de elegiveis por
      *departamento para a seguranca do trabalho, com uma fatia por
      *departamento. Restrita a supervisor (nivel 2+).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELRISCO.cob'.
           COPY 'SELDEPARTAMENTO.cob'.
           COPY 'SELCARGO.cob'.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELSALARIO.cob'.
           COPY 'SELAFASTAMENTO.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDRISCO.cob'.
           COPY 'FDDEPARTAMENTO.cob'.
           COPY 'FDCARGO.cob'.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDSALARIO.cob'.
           COPY 'FDAFASTAMENTO.cob'.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-FUNCIONARIO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-RISCO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-SALARIO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-AFASTAMENTO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-RISCO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CARGO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-SALARIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-AFASTAMENTO PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-SALARIO PIC X VALUE 'N'.
       77  WS-TEM-ARQ-AFASTAMENTO PIC X VALUE 'N'.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE ZERO.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-CAMPO-VALIDO PIC X VALUE 'N'.
       77  WS-DEPTO-DIGITADO PIC 9(4) VALUE ZEROS.
       77  WS-QTD-LINHAS PIC 9(4) VALUE ZEROS.
       77  WS-RISCO-TIPO-ALVO PIC X VALUE SPACE.
       77  WS-RISCO-REFERENCIA PIC X(20) VALUE SPACES.
       77  WS-RISCO-ADICIONAL PIC X VALUE SPACE.
       77  WS-RISCO-GRAU PIC X VALUE SPACE.
       77  WS-RISCO-LAUDO PIC X(20) VALUE SPACES.
       77  WS-RISCO-ORIGEM PIC X(5) VALUE SPACES.
       77  WS-VIGENTE-ADICIONAL PIC X VALUE SPACE.
       77  WS-VIGENTE-GRAU PIC X VALUE SPACE.
       77  WS-VIGENTE-LAUDO PIC X(20) VALUE SPACES.
       77  WS-CARGO-VIGENTE PIC X(20) VALUE SPACES.
       77  WS-FUNC-AFASTADO PIC X VALUE 'N'.
       77  WS-DESCRICAO-ADICIONAL PIC X(14) VALUE SPACES.
       77  WS-MARCA-AFASTADO PIC X(9) VALUE SPACES.
       77  WS-SUBTOTAL-DEPARTAMENTO PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-ELEGIVEIS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-AFASTADOS PIC 9(6) VALUE ZEROS.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'ELEGIVEIS-ADICIONAL'.
           COPY 'WSFUNCIONARIO.cob'.
           COPY 'WSRELATORIO.cob'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'OPERADOR_NIVEL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NIVEL-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-NIVEL-OPERADOR
           END-ACCEPT.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'CLASSIFICACAO DE RISCO RESTRITA A SUPERVISOR.'
               GOBACK.
           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           DISPLAY 'ARQUIVO_FUNCIONARIOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
       PROGRAM-DONE.
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'CLASSIFICACAO DE RISCO OCUPACIONAL'.
           DISPLAY '1. INCLUIR CLASSIFICACAO (NOVA VIGENCIA)'.
           DISPLAY '2. HISTORICO DE UM DEPARTAMENTO OU CARGO'.
           DISPLAY '3. EXCLUIR UMA VIGENCIA LANCADA POR ENGANO'.
           DISPLAY '4. RELATORIO DE ELEGIVEIS POR DEPARTAMENTO'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM INCLUIR-CLASSIFICACAO THRU
                   INCLUIR-CLASSIFICACAO-FIM.
           IF WS-OPCAO = 2
               PERFORM LISTAR-HISTORICO.
           IF WS-OPCAO = 3
               PERFORM EXCLUIR-VIGENCIA.
           IF WS-OPCAO = 4
               PERFORM RELATORIO-ELEGIVEIS.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 4 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *Manutencao da classificacao.
      *-----------------------------------------------------------------
       INCLUIR-CLASSIFICACAO.
           MOVE 'N' TO WS-CAMPO-VALIDO.
           PERFORM DIGITA-REFERENCIA.
           IF WS-CAMPO-VALIDO = 'N'
               GO TO INCLUIR-CLASSIFICACAO-FIM.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD): '.
           ACCEPT RISCO-VIGENCIA.
           IF RISCO-VIGENCIA NOT NUMERIC OR RISCO-VIGENCIA = ZEROS OR
                   RISCO-VIGENCIA (5:2) < '01' OR
                   RISCO-VIGENCIA (5:2) > '12' OR
                   RISCO-VIGENCIA (7:2) < '01' OR
                   RISCO-VIGENCIA (7:2) > '31'
               DISPLAY 'DATA DE VIGENCIA INVALIDA.'
               GO TO INCLUIR-CLASSIFICACAO-FIM.
           DISPLAY 'ADICIONAL (P=PERICULOSIDADE I=INSALUBRIDADE'
                   ' N=SEM ADICIONAL): '.
           ACCEPT RISCO-ADICIONAL.
           IF RISCO-ADICIONAL = 'p'
               MOVE 'P' TO RISCO-ADICIONAL.
           IF RISCO-ADICIONAL = 'i'
               MOVE 'I' TO RISCO-ADICIONAL.
           IF RISCO-ADICIONAL = 'n'
               MOVE 'N' TO RISCO-ADICIONAL.
           IF RISCO-ADICIONAL NOT = 'P' AND RISCO-ADICIONAL NOT = 'I'
                   AND RISCO-ADICIONAL NOT = 'N'
               DISPLAY 'ADICIONAL INVALIDO.'
               GO TO INCLUIR-CLASSIFICACAO-FIM.
           MOVE SPACE TO RISCO-GRAU.
           IF RISCO-ADICIONAL = 'I'
               DISPLAY 'GRAU (1=MINIMO 2=MEDIO 3=MAXIMO): '
               ACCEPT RISCO-GRAU
               IF RISCO-GRAU NOT = '1' AND RISCO-GRAU NOT = '2' AND
                       RISCO-GRAU NOT = '3'
                   DISPLAY 'GRAU INVALIDO.'
                   GO TO INCLUIR-CLASSIFICACAO-FIM
               END-IF
           END-IF.
           DISPLAY 'LAUDO TECNICO (REFERENCIA DO LTCAT/PPRA): '.
           ACCEPT RISCO-LAUDO.
      *Encerrar a classificacao tambem precisa de laudo que o diga.
           IF RISCO-LAUDO = SPACES
               DISPLAY 'LAUDO E OBRIGATORIO.'
               GO TO INCLUIR-CLASSIFICACAO-FIM.
           MOVE WS-OPERADOR TO RISCO-OPERADOR.
           MOVE WS-DATA-HOJE TO RISCO-DATA-INCLUSAO.

           OPEN I-O ARQUIVO-RISCO.
           IF WS-STATUS-ARQUIVO-RISCO = '35'
      *Primeira classificacao cria o arquivo.
               OPEN OUTPUT ARQUIVO-RISCO
               CLOSE ARQUIVO-RISCO
               OPEN I-O ARQUIVO-RISCO
           END-IF.
           WRITE RISCO-REGISTRO
               INVALID KEY
                   DISPLAY 'JA EXISTE VIGENCIA NESSA DATA PARA ESSA'
                           ' REFERENCIA.'
               NOT INVALID KEY
                   DISPLAY 'CLASSIFICACAO INCLUIDA.'
           END-WRITE.
           CLOSE ARQUIVO-RISCO.
       INCLUIR-CLASSIFICACAO-FIM.
           EXIT.

       DIGITA-REFERENCIA.
      *Devolve RISCO-TIPO e RISCO-REFERENCIA montados e
      *WS-CAMPO-VALIDO = S quando o departamento ou o cargo existe no
      *cadastro (mesma chave do vinculo sindical no PROG153).
           MOVE SPACES TO RISCO-REGISTRO.
           DISPLAY 'CLASSIFICAR (D=DEPARTAMENTO C=CARGO): '.
           ACCEPT RISCO-TIPO.
           IF RISCO-TIPO = 'd'
               MOVE 'D' TO RISCO-TIPO.
           IF RISCO-TIPO = 'c'
               MOVE 'C' TO RISCO-TIPO.
           IF RISCO-TIPO = 'D'
               DISPLAY 'CODIGO DO DEPARTAMENTO: '
               ACCEPT WS-DEPTO-DIGITADO
               OPEN INPUT ARQUIVO-DEPARTAMENTO
               IF WS-STATUS-ARQUIVO-DEPARTAMENTO = '00'
                   MOVE WS-DEPTO-DIGITADO TO DEPARTAMENTO-CODIGO
                   READ ARQUIVO-DEPARTAMENTO RECORD
                       INVALID KEY
                           DISPLAY 'DEPARTAMENTO NAO ENCONTRADO.'
                       NOT INVALID KEY
                           MOVE 'S' TO WS-CAMPO-VALIDO
                           MOVE WS-DEPTO-DIGITADO TO
                               RISCO-REFERENCIA (1:4)
                           DISPLAY 'DEPARTAMENTO: '
                                   DEPARTAMENTO-DESCRICAO
                   END-READ
                   CLOSE ARQUIVO-DEPARTAMENTO
               ELSE
                   DISPLAY 'CADASTRO DE DEPARTAMENTOS INDISPONIVEL.'
               END-IF
           ELSE
               IF RISCO-TIPO = 'C'
                   DISPLAY 'CARGO (COMO NA VIGENCIA SALARIAL): '
                   ACCEPT RISCO-REFERENCIA
                   PERFORM CONFERE-CARGO
               ELSE
                   DISPLAY 'TIPO INVALIDO.'
               END-IF
           END-IF.

       CONFERE-CARGO.
           OPEN INPUT ARQUIVO-CARGO.
           IF WS-STATUS-ARQUIVO-CARGO = '00'
               MOVE RISCO-REFERENCIA TO CARGO-DESCRICAO
               READ ARQUIVO-CARGO RECORD KEY IS CARGO-DESCRICAO
                   INVALID KEY
                       DISPLAY 'CARGO NAO ENCONTRADO.'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CAMPO-VALIDO
               END-READ
               CLOSE ARQUIVO-CARGO
           ELSE
               DISPLAY 'CADASTRO DE CARGOS INDISPONIVEL.'
           END-IF.

       LISTAR-HISTORICO.
           OPEN INPUT ARQUIVO-RISCO.
           IF WS-STATUS-ARQUIVO-RISCO NOT = '00'
               DISPLAY 'NENHUMA CLASSIFICACAO CADASTRADA AINDA.'
           ELSE
               MOVE 'N' TO WS-CAMPO-VALIDO
               PERFORM DIGITA-REFERENCIA
               IF WS-CAMPO-VALIDO = 'S'
                   PERFORM PERCORRE-HISTORICO
               END-IF
               CLOSE ARQUIVO-RISCO
           END-IF.

       PERCORRE-HISTORICO.
           MOVE ZEROS TO WS-QTD-LINHAS.
           MOVE RISCO-TIPO TO WS-RISCO-TIPO-ALVO.
           MOVE RISCO-REFERENCIA TO WS-RISCO-REFERENCIA.
           MOVE ZEROS TO RISCO-VIGENCIA.
           MOVE 'N' TO FINAL-ARQUIVO-RISCO.
           START ARQUIVO-RISCO KEY IS NOT LESS THAN RISCO-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO-RISCO.
           IF FINAL-ARQUIVO-RISCO = 'N'
               READ ARQUIVO-RISCO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-RISCO
               END-READ.
           PERFORM LISTA-UMA-VIGENCIA
               UNTIL FINAL-ARQUIVO-RISCO = 'S' OR
                     RISCO-TIPO NOT = WS-RISCO-TIPO-ALVO OR
                     RISCO-REFERENCIA NOT = WS-RISCO-REFERENCIA.
           IF WS-QTD-LINHAS = ZEROS
               DISPLAY 'SEM CLASSIFICACAO DE RISCO.'.

       LISTA-UMA-VIGENCIA.
           ADD 1 TO WS-QTD-LINHAS.
           MOVE RISCO-ADICIONAL TO WS-RISCO-ADICIONAL.
           MOVE RISCO-GRAU TO WS-RISCO-GRAU.
           PERFORM DESCREVE-ADICIONAL.
           DISPLAY 'VIGENCIA ' RISCO-VIGENCIA '  '
                   WS-DESCRICAO-ADICIONAL '  LAUDO ' RISCO-LAUDO
                   '  POR ' RISCO-OPERADOR ' EM ' RISCO-DATA-INCLUSAO.
           READ ARQUIVO-RISCO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-RISCO.

       DESCREVE-ADICIONAL.
           MOVE 'SEM ADICIONAL' TO WS-DESCRICAO-ADICIONAL.
           IF WS-RISCO-ADICIONAL = 'P'
               MOVE 'PERICULOSIDADE' TO WS-DESCRICAO-ADICIONAL.
           IF WS-RISCO-ADICIONAL = 'I'
               MOVE SPACES TO WS-DESCRICAO-ADICIONAL
               STRING 'INSALUB GRAU ' WS-RISCO-GRAU
                   DELIMITED BY SIZE INTO WS-DESCRICAO-ADICIONAL
               END-STRING.

       EXCLUIR-VIGENCIA.
           OPEN I-O ARQUIVO-RISCO.
           IF WS-STATUS-ARQUIVO-RISCO NOT = '00'
               DISPLAY 'NENHUMA CLASSIFICACAO CADASTRADA AINDA.'
           ELSE
               MOVE 'N' TO WS-CAMPO-VALIDO
               PERFORM DIGITA-REFERENCIA
               IF WS-CAMPO-VALIDO = 'S'
                   DISPLAY 'INICIO DA VIGENCIA A EXCLUIR (AAAAMMDD): '
                   ACCEPT RISCO-VIGENCIA
                   DELETE ARQUIVO-RISCO RECORD
                       INVALID KEY
                           DISPLAY 'VIGENCIA NAO ENCONTRADA.'
                       NOT INVALID KEY
                           DISPLAY 'VIGENCIA EXCLUIDA.'
                   END-DELETE
               END-IF
               CLOSE ARQUIVO-RISCO
           END-IF.

      *-----------------------------------------------------------------
      *RELATORIO DE ELEGIVEIS POR DEPARTAMENTO.
      *Ativos cuja classificacao vigente hoje (cargo, senao o
      *departamento) da direito a adicional, com o laudo e a marca de
      *quem esta afastado (sem adicional nos dias de afastamento).
      *-----------------------------------------------------------------
       RELATORIO-ELEGIVEIS.
           ACCEPT WS-DATA-EXECUCAO-RELATORIO FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-NUMERO-PAGINA-RELATORIO.
           MOVE ZEROS TO WS-TOTAL-ELEGIVEIS.
           MOVE ZEROS TO WS-TOTAL-AFASTADOS.
           OPEN INPUT ARQUIVO-RISCO.
           IF WS-STATUS-ARQUIVO-RISCO NOT = '00'
               DISPLAY 'NENHUMA CLASSIFICACAO CADASTRADA AINDA.'
           ELSE
               OPEN INPUT ARQUIVO-DEPARTAMENTO
               IF WS-STATUS-ARQUIVO-DEPARTAMENTO NOT = '00'
                   DISPLAY 'NENHUM DEPARTAMENTO CADASTRADO AINDA.'
               ELSE
                   PERFORM EMITE-RELATORIO-ELEGIVEIS
                   CLOSE ARQUIVO-DEPARTAMENTO
               END-IF
               CLOSE ARQUIVO-RISCO
           END-IF.

       EMITE-RELATORIO-ELEGIVEIS.
           MOVE 'N' TO WS-TEM-ARQ-SALARIO.
           OPEN INPUT ARQUIVO-SALARIO.
           IF WS-STATUS-ARQUIVO-SALARIO = '00'
               MOVE 'S' TO WS-TEM-ARQ-SALARIO.
           MOVE 'N' TO WS-TEM-ARQ-AFASTAMENTO.
           OPEN INPUT ARQUIVO-AFASTAMENTO.
           IF WS-STATUS-ARQUIVO-AFASTAMENTO = '00'
               MOVE 'S' TO WS-TEM-ARQ-AFASTAMENTO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-DEPARTAMENTO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM QUEBRA-POR-DEPARTAMENTO
               UNTIL FINAL-ARQUIVO = 'S'.

      *Quebra com departamento zero fecha a ultima fatia: o total
      *geral fica so no relatorio inteiro.
           MOVE 'Q' TO WS-ACAO-SPOOL.
           MOVE ZEROS TO WS-LINHA-IMPRESSA (1:4).
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-RELATORIO.
           STRING 'TOTAL GERAL DE ELEGIVEIS: ' WS-TOTAL-ELEGIVEIS
                  '  AFASTADOS HOJE: ' WS-TOTAL-AFASTADOS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           IF WS-TEM-ARQ-SALARIO = 'S'
               CLOSE ARQUIVO-SALARIO.
           IF WS-TEM-ARQ-AFASTAMENTO = 'S'
               CLOSE ARQUIVO-AFASTAMENTO.

       QUEBRA-POR-DEPARTAMENTO.
           MOVE ZEROS TO WS-SUBTOTAL-DEPARTAMENTO.
      *Cada departamento abre uma fatia propria no spool.
           MOVE 'Q' TO WS-ACAO-SPOOL.
           MOVE DEPARTAMENTO-CODIGO TO WS-LINHA-IMPRESSA (1:4).
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-CABECALHO-DEPTO.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE 'N' TO FINAL-ARQUIVO-FUNCIONARIO.
           IF WS-STATUS-ARQUIVO-FUNCIONARIO NOT = '00'
               MOVE 'S' TO FINAL-ARQUIVO-FUNCIONARIO
           ELSE
               READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-FUNCIONARIO
               END-READ
           END-IF.
           PERFORM SELECIONA-FUNCIONARIO-DEPTO
               UNTIL FINAL-ARQUIVO-FUNCIONARIO = 'S'.
           IF WS-STATUS-ARQUIVO-FUNCIONARIO NOT = '35'
               CLOSE ARQUIVO-FUNCIONARIO.

           STRING 'ELEGIVEIS NO DEPARTAMENTO ' DEPARTAMENTO-CODIGO
                  ': ' WS-SUBTOTAL-DEPARTAMENTO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.
           ADD WS-SUBTOTAL-DEPARTAMENTO TO WS-TOTAL-ELEGIVEIS.

           READ ARQUIVO-DEPARTAMENTO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       SELECIONA-FUNCIONARIO-DEPTO.
           IF FUNCIONARIO-SITUACAO NOT = 'D' AND
                   FUNCIONARIO-DEPARTAMENTO = DEPARTAMENTO-CODIGO
               PERFORM AVALIA-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-FUNCIONARIO.

       AVALIA-FUNCIONARIO.
      *Mesma regra do PROG42: o cargo prevalece; sem classificacao
      *vigente do cargo (ou encerrada), vale a do departamento.
           PERFORM BUSCA-CARGO-VIGENTE.
           MOVE SPACE TO WS-RISCO-ADICIONAL.
           IF WS-CARGO-VIGENTE NOT = SPACES
               MOVE 'C' TO WS-RISCO-TIPO-ALVO
               MOVE WS-CARGO-VIGENTE TO WS-RISCO-REFERENCIA
               MOVE 'CARGO' TO WS-RISCO-ORIGEM
               PERFORM BUSCA-RISCO-VIGENTE.
           IF WS-RISCO-ADICIONAL NOT = 'P' AND
                   WS-RISCO-ADICIONAL NOT = 'I'
               MOVE 'D' TO WS-RISCO-TIPO-ALVO
               MOVE SPACES TO WS-RISCO-REFERENCIA
               MOVE FUNCIONARIO-DEPARTAMENTO TO
                   WS-RISCO-REFERENCIA (1:4)
               MOVE 'DEPTO' TO WS-RISCO-ORIGEM
               PERFORM BUSCA-RISCO-VIGENTE.
           IF WS-RISCO-ADICIONAL = 'P' OR WS-RISCO-ADICIONAL = 'I'
               PERFORM IMPRIME-ELEGIVEL.

       BUSCA-CARGO-VIGENTE.
           MOVE SPACES TO WS-CARGO-VIGENTE.
           IF WS-TEM-ARQ-SALARIO = 'S'
               MOVE FUNCIONARIO-CODIGO TO SALARIO-CODIGO-FUNC
               MOVE ZEROS TO SALARIO-DATA-VIGENCIA
               MOVE 'N' TO FINAL-ARQUIVO-SALARIO
               START ARQUIVO-SALARIO
                       KEY IS NOT LESS THAN SALARIO-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO-SALARIO
               END-START
               IF FINAL-ARQUIVO-SALARIO = 'N'
                   READ ARQUIVO-SALARIO NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO-SALARIO
                   END-READ
               END-IF
               PERFORM GUARDA-CARGO-VIGENTE
                   UNTIL FINAL-ARQUIVO-SALARIO = 'S' OR
                         SALARIO-CODIGO-FUNC NOT = FUNCIONARIO-CODIGO
                         OR SALARIO-DATA-VIGENCIA > WS-DATA-HOJE
           END-IF.

       GUARDA-CARGO-VIGENTE.
           MOVE SALARIO-CARGO TO WS-CARGO-VIGENTE.
           READ ARQUIVO-SALARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-SALARIO.

       BUSCA-RISCO-VIGENTE.
      *Ultima vigencia da referencia ate hoje.
           MOVE SPACE TO WS-VIGENTE-ADICIONAL.
           MOVE SPACE TO WS-VIGENTE-GRAU.
           MOVE SPACES TO WS-VIGENTE-LAUDO.
           MOVE WS-RISCO-TIPO-ALVO TO RISCO-TIPO.
           MOVE WS-RISCO-REFERENCIA TO RISCO-REFERENCIA.
           MOVE ZEROS TO RISCO-VIGENCIA.
           MOVE 'N' TO FINAL-ARQUIVO-RISCO.
           START ARQUIVO-RISCO KEY IS NOT LESS THAN RISCO-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO-RISCO.
           IF FINAL-ARQUIVO-RISCO = 'N'
               READ ARQUIVO-RISCO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-RISCO
               END-READ.
           PERFORM GUARDA-RISCO-VIGENTE
               UNTIL FINAL-ARQUIVO-RISCO = 'S' OR
                     RISCO-TIPO NOT = WS-RISCO-TIPO-ALVO OR
                     RISCO-REFERENCIA NOT = WS-RISCO-REFERENCIA OR
                     RISCO-VIGENCIA > WS-DATA-HOJE.
           MOVE WS-VIGENTE-ADICIONAL TO WS-RISCO-ADICIONAL.
           MOVE WS-VIGENTE-GRAU TO WS-RISCO-GRAU.
           MOVE WS-VIGENTE-LAUDO TO WS-RISCO-LAUDO.

       GUARDA-RISCO-VIGENTE.
           MOVE RISCO-ADICIONAL TO WS-VIGENTE-ADICIONAL.
           MOVE RISCO-GRAU TO WS-VIGENTE-GRAU.
           MOVE RISCO-LAUDO TO WS-VIGENTE-LAUDO.
           READ ARQUIVO-RISCO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-RISCO.

       IMPRIME-ELEGIVEL.
           PERFORM VERIFICA-AFASTAMENTO.
           MOVE SPACES TO WS-MARCA-AFASTADO.
           IF WS-FUNC-AFASTADO = 'S'
               MOVE 'AFASTADO' TO WS-MARCA-AFASTADO
               ADD 1 TO WS-TOTAL-AFASTADOS.
           PERFORM DESCREVE-ADICIONAL.
           STRING FUNCIONARIO-CODIGO ' ' FUNCIONARIO-NOME ' '
                  WS-CARGO-VIGENTE ' ' WS-DESCRICAO-ADICIONAL ' '
                  WS-MARCA-AFASTADO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.
           STRING '       LAUDO ' WS-RISCO-LAUDO
                  '  CLASSIFICACAO DO ' WS-RISCO-ORIGEM
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.
           ADD 1 TO WS-SUBTOTAL-DEPARTAMENTO.

       VERIFICA-AFASTAMENTO.
      *Afastado hoje = afastamento iniciado ate hoje sem retorno
      *efetivo ate hoje.
           MOVE 'N' TO WS-FUNC-AFASTADO.
           IF WS-TEM-ARQ-AFASTAMENTO = 'S'
               MOVE FUNCIONARIO-CODIGO TO AFASTAMENTO-CODIGO-FUNC
               MOVE ZEROS TO AFASTAMENTO-DATA-INICIO
               MOVE 'N' TO FINAL-ARQUIVO-AFASTAMENTO
               START ARQUIVO-AFASTAMENTO
                       KEY IS NOT LESS THAN AFASTAMENTO-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO-AFASTAMENTO
               END-START
               IF FINAL-ARQUIVO-AFASTAMENTO = 'N'
                   READ ARQUIVO-AFASTAMENTO NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO-AFASTAMENTO
                   END-READ
               END-IF
               PERFORM AVALIA-UM-AFASTAMENTO
                   UNTIL FINAL-ARQUIVO-AFASTAMENTO = 'S' OR
                         AFASTAMENTO-CODIGO-FUNC NOT =
                             FUNCIONARIO-CODIGO
           END-IF.

       AVALIA-UM-AFASTAMENTO.
           IF AFASTAMENTO-DATA-INICIO NOT > WS-DATA-HOJE AND
                   (AFASTAMENTO-RETORNO-EFETIVO = ZEROS OR
                    AFASTAMENTO-RETORNO-EFETIVO > WS-DATA-HOJE)
               MOVE 'S' TO WS-FUNC-AFASTADO.
           READ ARQUIVO-AFASTAMENTO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-AFASTAMENTO.

       IMPRIME-CABECALHO-DEPTO.
           ADD 1 TO WS-NUMERO-PAGINA-RELATORIO.
           PERFORM IMPRIME-LINHA-RELATORIO.
           STRING 'ELEGIVEIS A ADICIONAL DE RISCO'
                  '   DATA: '
                  WS-DIA-EXEC-RELATORIO '/' WS-MES-EXEC-RELATORIO '/'
                  WS-ANO-EXEC-RELATORIO
                  '   PAGINA: ' WS-NUMERO-PAGINA-RELATORIO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.
           STRING 'DEPARTAMENTO: ' DEPARTAMENTO-CODIGO
                  ' - ' DEPARTAMENTO-DESCRICAO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.
           MOVE '=================================================='
               TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-RELATORIO.

       IMPRIME-LINHA-RELATORIO.
      *Toda linha do relatorio sai na tela e no spool (PROG71).
           DISPLAY WS-LINHA-IMPRESSA.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
