      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG172.
      *Atendimento ao titular dos dados (LGPD). Cada pedido de acesso
      *e registrado em solicitacoes_lgpd.dat com protocolo (PROG78,
      *numeracao LGPD) e prazo legal de resposta: 15 dias corridos a
      *partir do pedido. O relatorio do titular, emitido no spool
      *(PROG71) so por supervisor, junta tudo o que os cadastros da
      *empresa da sessao guardam sobre o CPF:
      *  - funcionarios e clientes com o CPF, e o arquivo morto de
      *    clientes (clientes_historico.dat);
      *  - dependentes.dat com o nome informado no pedido (o arquivo
      *    nao guarda CPF; sem nome vale o nome achado no cadastro);
      *  - movimentos.dat dos clientes achados;
      *  - as trilhas de auditoria de funcionarios e de clientes e
      *    o log de consultas do autoatendimento (PROG104), pelas
      *    linhas dos codigos achados.
      *A emissao marca o pedido como atendido. A listagem de
      *pendentes aponta o que esta vencido ou vence hoje; pelo
      *lancador de lote (PROG133) com PARAMETRO_LOTE = 3 ela roda
      *sem menu e termina com RETURN-CODE 4 se houver pedido vencido.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELLGPD.cob'.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELCLIENTE.cob'.
           COPY 'SELCLIHIST.cob'.
           COPY 'SELDEPENDENTE.cob'.

           SELECT ARQUIVO-MOVIMENTOS
           ASSIGN TO WS-NOME-ARQ-MOVIMENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOVIMENTOS.
      *Nome padrao 'movimentos.dat'; por empresa via a variavel de
      *ambiente ARQUIVO_MOVIMENTOS.

           SELECT ARQUIVO-AUDITORIA
           ASSIGN TO WS-NOME-ARQ-AUDITORIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUDITORIA.
      *Trilha dos funcionarios; por empresa via ARQUIVO_AUDITORIA_FUNC.

           SELECT ARQUIVO-AUDITORIA-CLI
           ASSIGN TO 'auditoria_clientes.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUDITORIA-CLI.

           SELECT ARQUIVO-AUDITORIA-CONSULTA
           ASSIGN TO 'auditoria_consultas.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUDITORIA-CONS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDLGPD.cob'.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDCLIENTE.cob'.
           COPY 'FDCLIHIST.cob'.
           COPY 'FDDEPENDENTE.cob'.
           COPY 'FDMOVIMENTO.cob'.

       FD  ARQUIVO-AUDITORIA.
       01  REGISTRO-AUDITORIA PIC X(280).

       FD  ARQUIVO-AUDITORIA-CLI.
       01  REGISTRO-AUDITORIA-CLI PIC X(280).

       FD  ARQUIVO-AUDITORIA-CONSULTA.
       01  REGISTRO-AUDITORIA-CONSULTA PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-LGPD PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CLIHIST PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPENDENTE PIC X(02) VALUE '00'.
       77  WS-STATUS-MOVIMENTOS PIC X(02) VALUE '00'.
       77  WS-STATUS-AUDITORIA PIC X(02) VALUE '00'.
       77  WS-STATUS-AUDITORIA-CLI PIC X(02) VALUE '00'.
       77  WS-STATUS-AUDITORIA-CONS PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-MOVIMENTOS PIC X(30) VALUE 'movimentos.dat'.
       77  WS-NOME-ARQ-AUDITORIA PIC X(30)
           VALUE 'auditoria_funcionarios.log'.
       77  WS-NOME-ARQ-CLIHIST PIC X(30)
           VALUE 'clientes_historico.dat'.
       77  WS-ACAO-VERSAO PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK PIC X VALUE 'N'.
       77  WS-PARAMETRO-LOTE PIC X(08) VALUE SPACES.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-EMPRESA-SESSAO PIC 9(2) VALUE 1.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-CADASTRO-CODIGO PIC X(12) VALUE 'LGPD'.
       77  WS-PROTOCOLO-NOVO PIC 9(6) VALUE ZEROS.
       77  WS-PROTOCOLO-INFORMADO PIC 9(6) VALUE ZEROS.
       77  WS-CPF-INFORMADO PIC X(11) VALUE SPACES.
       77  WS-NOME-INFORMADO PIC X(30) VALUE SPACES.
       77  WS-CAMPO-VALIDO PIC X VALUE 'S'.
       77  WS-CPF-EXIBICAO PIC X(14) VALUE SPACES.
       77  WS-NOME-BUSCA PIC X(30) VALUE SPACES.
       77  WS-QTD-REGISTROS PIC 9(5) VALUE ZEROS.
       77  WS-QTD-SECAO PIC 9(5) VALUE ZEROS.
       77  WS-TITULO-SECAO PIC X(60) VALUE SPACES.
       77  WS-CODIGO-PROCURADO PIC 9(6) VALUE ZEROS.
       77  WS-ACHOU PIC X VALUE 'N'.
       77  WS-IND PIC 9(2) VALUE ZEROS.
       77  WS-QTD-COD-FUNC PIC 9(2) VALUE ZEROS.
       77  WS-QTD-COD-CLI PIC 9(2) VALUE ZEROS.
       77  WS-TOTAL-PENDENTES PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-VENCIDOS PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-VENCE-HOJE PIC 9(5) VALUE ZEROS.
       77  WS-QTD-EXIBE PIC ZZZZ9.
       77  WS-VALOR-EXIBE PIC Z(8)9.99.
       77  WS-DIAS-A-SOMAR PIC 9(3) VALUE ZEROS.
       77  WS-RESTO PIC 9(4) VALUE ZEROS.
       77  WS-QUOCIENTE PIC 9(4) VALUE ZEROS.
       77  WS-BISSEXTO PIC X VALUE 'N'.
       77  WS-DIAS-NO-MES PIC 9(2) VALUE ZEROS.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE SPACES.
           COPY 'WSFUNCIONARIO.cob'.
           COPY 'WSCLIENTE.cob'.
       01  WS-DATA-CALCULO.
      *Area de data desmontada usada pela soma de dias (mesmo desenho
      *de data do PROG75).
           05 WS-DC-ANO PIC 9(4).
           05 WS-DC-MES PIC 9(2).
           05 WS-DC-DIA PIC 9(2).
       01  WS-TABELA-DIAS-MES.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-DIAS-POR-MES REDEFINES WS-TABELA-DIAS-MES.
           05 WS-DIAS-MES PIC 9(2) OCCURS 12 TIMES.

       01  WS-CODIGOS-ACHADOS.
      *Codigos com o CPF do titular, para achar os movimentos e as
      *linhas das trilhas de auditoria.
           05 WS-COD-FUNC PIC 9(6) OCCURS 10 TIMES.
           05 WS-COD-CLI PIC 9(6) OCCURS 20 TIMES.

       01  WS-LINHA-AUDITORIA.
      *Mesmo desenho da consulta da trilha (PROG46).
           05 WS-AUD-ANO PIC X(04).
           05 FILLER PIC X(01).
           05 WS-AUD-MES PIC X(02).
           05 FILLER PIC X(01).
           05 WS-AUD-DIA PIC X(02).
           05 FILLER PIC X(01).
           05 WS-AUD-HORA PIC X(08).
           05 FILLER PIC X(10).
           05 WS-AUD-OPERADOR PIC X(20).
           05 FILLER PIC X(08).
           05 WS-AUD-CODIGO PIC X(06).
           05 FILLER PIC X(07).
           05 WS-AUD-CAMPO PIC X(15).
           05 FILLER PIC X(07).
           05 WS-AUD-ANTES PIC X(80).
           05 FILLER PIC X(08).
           05 WS-AUD-DEPOIS PIC X(80).
           05 FILLER PIC X(20).

       01  WS-LINHA-CONSULTA.
      *Linha do log do autoatendimento (PROG104).
           05 WS-CONS-DATA-HORA PIC X(19).
           05 FILLER PIC X(08).
           05 WS-CONS-CODIGO PIC X(06).
           05 FILLER PIC X(47).

       01  WS-LINHA-PENDENTE.
           05 WS-PEN-PROTOCOLO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-PEN-PEDIDO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-PEN-PRAZO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-PEN-EMPRESA PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-PEN-NOME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-PEN-CPF PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-PEN-ALERTA PIC X(10).
           05 FILLER PIC X(6) VALUE SPACES.

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
           ACCEPT WS-EMPRESA-SESSAO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE 1 TO WS-EMPRESA-SESSAO
           END-ACCEPT.
           PERFORM RESOLVE-ARQUIVOS-EMPRESA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *Chamado pelo lancador de lote do menu (PROG133) a opcao ja
      *vem escolhida em PARAMETRO_LOTE; so a listagem de pendentes
      *roda assim.
           DISPLAY 'PARAMETRO_LOTE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAMETRO-LOTE FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARAMETRO-LOTE
           END-ACCEPT.
           IF WS-PARAMETRO-LOTE (1:1) = '3'
               PERFORM LISTAR-PENDENTES
               IF WS-TOTAL-VENCIDOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO PROGRAM-DONE.

           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
       PROGRAM-DONE.
           GOBACK.

       RESOLVE-ARQUIVOS-EMPRESA.
      *Arquivos da empresa da sessao, preenchidos pela selecao de
      *empresa do menu; avulso valem os nomes padrao.
           DISPLAY 'ARQUIVO_FUNCIONARIOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           DISPLAY 'ARQUIVO_CLIENTES' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO-CLIENTE FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           DISPLAY 'ARQUIVO_MOVIMENTOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-MOVIMENTOS FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           DISPLAY 'ARQUIVO_AUDITORIA_FUNC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-AUDITORIA FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'LGPD - ATENDIMENTO AO TITULAR DOS DADOS'.
           DISPLAY '1. REGISTRAR PEDIDO DE ACESSO'.
           DISPLAY '2. EMITIR RELATORIO DO TITULAR (SUPERVISOR)'.
           DISPLAY '3. LISTAR PEDIDOS PENDENTES'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM REGISTRAR-PEDIDO.
           IF WS-OPCAO = 2
               PERFORM EMITIR-RELATORIO.
           IF WS-OPCAO = 3
               PERFORM LISTAR-PENDENTES.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 3 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *REGISTRO - protocolo, prazo legal e situacao pendente.
      *-----------------------------------------------------------------
       REGISTRAR-PEDIDO.
           DISPLAY 'CPF DO TITULAR (SOMENTE DIGITOS): '.
           ACCEPT WS-CPF-INFORMADO.
      *Digitos verificadores conferidos pelo subprograma
      *compartilhado PROG47.
           CALL 'PROG47' USING WS-CPF-INFORMADO WS-CAMPO-VALIDO.
           IF WS-CAMPO-VALIDO = 'N'
               DISPLAY 'CPF INVALIDO. PEDIDO NAO REGISTRADO.'
           ELSE
               DISPLAY 'NOME DO TITULAR (COMO NOS CADASTROS): '
               ACCEPT WS-NOME-INFORMADO
               PERFORM GRAVA-PEDIDO.

       GRAVA-PEDIDO.
           CALL 'PROG78' USING WS-CADASTRO-CODIGO WS-PROTOCOLO-NOVO.
           IF WS-PROTOCOLO-NOVO = ZEROS
               DISPLAY 'SEM PROTOCOLO DISPONIVEL. PEDIDO NAO'
                       ' REGISTRADO.'
           ELSE
               OPEN I-O ARQUIVO-LGPD
               IF WS-STATUS-ARQUIVO-LGPD = '35'
                   OPEN OUTPUT ARQUIVO-LGPD
                   CLOSE ARQUIVO-LGPD
                   OPEN I-O ARQUIVO-LGPD
               END-IF
               MOVE WS-DATA-HOJE TO WS-DATA-CALCULO
               MOVE 15 TO WS-DIAS-A-SOMAR
               PERFORM SOMA-DIAS-NA-DATA
               INITIALIZE LGPD-REGISTRO
               MOVE WS-PROTOCOLO-NOVO TO LGPD-PROTOCOLO
               MOVE WS-CPF-INFORMADO TO LGPD-CPF
               MOVE WS-NOME-INFORMADO TO LGPD-NOME
               MOVE WS-EMPRESA-SESSAO TO LGPD-EMPRESA
               MOVE WS-DATA-HOJE TO LGPD-DATA-PEDIDO
               MOVE WS-DATA-CALCULO TO LGPD-DATA-PRAZO
               MOVE 'P' TO LGPD-SITUACAO
               MOVE WS-OPERADOR TO LGPD-OPERADOR-REGISTRO
               WRITE LGPD-REGISTRO
                   INVALID KEY
                       DISPLAY 'PROTOCOLO ' WS-PROTOCOLO-NOVO
                               ' JA EXISTE. PEDIDO NAO REGISTRADO.'
                   NOT INVALID KEY
                       DISPLAY 'PEDIDO REGISTRADO. PROTOCOLO '
                               LGPD-PROTOCOLO
                       DISPLAY 'PRAZO LEGAL DE RESPOSTA: '
                               LGPD-DATA-PRAZO
               END-WRITE
               CLOSE ARQUIVO-LGPD.

      *-----------------------------------------------------------------
      *SOMA DE DIAS - avanca WS-DATA-CALCULO em WS-DIAS-A-SOMAR dias
      *de calendario, com virada de mes e ano e fevereiro bissexto
      *(mesma rotina do PROG91).
      *-----------------------------------------------------------------
       SOMA-DIAS-NA-DATA.
           PERFORM SOMA-UM-DIA
               UNTIL WS-DIAS-A-SOMAR = ZEROS.

       SOMA-UM-DIA.
           SUBTRACT 1 FROM WS-DIAS-A-SOMAR.
           MOVE WS-DIAS-MES (WS-DC-MES) TO WS-DIAS-NO-MES.
           IF WS-DC-MES = 2
               MOVE 'N' TO WS-BISSEXTO
               DIVIDE WS-DC-ANO BY 4 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO = ZEROS
                   MOVE 'S' TO WS-BISSEXTO
                   DIVIDE WS-DC-ANO BY 100 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO = ZEROS
                       MOVE 'N' TO WS-BISSEXTO
                       DIVIDE WS-DC-ANO BY 400 GIVING WS-QUOCIENTE
                           REMAINDER WS-RESTO
                       IF WS-RESTO = ZEROS
                           MOVE 'S' TO WS-BISSEXTO
                       END-IF
                   END-IF
               END-IF
               IF WS-BISSEXTO = 'S'
                   MOVE 29 TO WS-DIAS-NO-MES
               END-IF
           END-IF.
           IF WS-DC-DIA < WS-DIAS-NO-MES
               ADD 1 TO WS-DC-DIA
           ELSE
               MOVE 1 TO WS-DC-DIA
               IF WS-DC-MES < 12
                   ADD 1 TO WS-DC-MES
               ELSE
                   MOVE 1 TO WS-DC-MES
                   ADD 1 TO WS-DC-ANO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *RELATORIO DO TITULAR
      *-----------------------------------------------------------------
       EMITIR-RELATORIO.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'SOMENTE SUPERVISOR EMITE O RELATORIO DO'
                       ' TITULAR.'
           ELSE
               DISPLAY 'PROTOCOLO DO PEDIDO: '
               ACCEPT WS-PROTOCOLO-INFORMADO
               PERFORM LOCALIZA-PEDIDO
               IF REGISTRO-ENCONTRADO = 'S'
                   IF LGPD-EMPRESA NOT = WS-EMPRESA-SESSAO
                       DISPLAY 'PEDIDO DA EMPRESA ' LGPD-EMPRESA
                               '. EMITA NA SESSAO DESSA EMPRESA.'
                   ELSE
                       PERFORM CONFERE-VERSAO-LAYOUT
                       PERFORM MONTA-RELATORIO-TITULAR
                       PERFORM MARCA-PEDIDO-ATENDIDO
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-PEDIDO.
           MOVE 'N' TO REGISTRO-ENCONTRADO.
           OPEN INPUT ARQUIVO-LGPD.
           IF WS-STATUS-ARQUIVO-LGPD NOT = '00'
               DISPLAY 'NENHUM PEDIDO REGISTRADO.'
           ELSE
               MOVE WS-PROTOCOLO-INFORMADO TO LGPD-PROTOCOLO
               READ ARQUIVO-LGPD RECORD
                   INVALID KEY
                       DISPLAY 'PROTOCOLO NAO ENCONTRADO.'
                   NOT INVALID KEY
                       MOVE 'S' TO REGISTRO-ENCONTRADO
               END-READ
               CLOSE ARQUIVO-LGPD.

       CONFERE-VERSAO-LAYOUT.
      *Funcionarios na versao 3, clientes e arquivo morto na 2;
      *arquivo em versao diferente derruba a execucao antes do OPEN.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 3 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQUIVO
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO
               WS-NOME-ARQUIVO-CLIENTE
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-CLIHIST
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       MONTA-RELATORIO-TITULAR.
           MOVE ZEROS TO WS-QTD-REGISTROS.
           MOVE ZEROS TO WS-QTD-COD-FUNC.
           MOVE ZEROS TO WS-QTD-COD-CLI.
           MOVE LGPD-NOME TO WS-NOME-BUSCA.
           MOVE 'LGPD-TITULAR' TO WS-NOME-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE 'RELATORIO DE DADOS PESSOAIS DO TITULAR (LGPD)'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'PROTOCOLO ' LGPD-PROTOCOLO
                  '  PEDIDO ' LGPD-DATA-PEDIDO
                  '  PRAZO ' LGPD-DATA-PRAZO
                  '  EMISSAO ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           CALL 'PROG76' USING LGPD-CPF WS-NIVEL-OPERADOR
               WS-CPF-EXIBICAO.
           STRING 'TITULAR: ' LGPD-NOME '  CPF ' WS-CPF-EXIBICAO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'EMPRESA: ' LGPD-EMPRESA
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

           PERFORM SECAO-FUNCIONARIOS.
           PERFORM SECAO-CLIENTES.
           PERFORM SECAO-CLIENTES-ARQUIVADOS.
           PERFORM SECAO-DEPENDENTES.
           PERFORM SECAO-MOVIMENTOS.
           PERFORM SECAO-AUDITORIA-FUNCIONARIOS.
           PERFORM SECAO-AUDITORIA-CLIENTES.
           PERFORM SECAO-CONSULTAS.

           MOVE ALL '=' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-QTD-REGISTROS TO WS-QTD-EXIBE.
           STRING 'TOTAL DE REGISTROS LISTADOS: ' WS-QTD-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           DISPLAY 'RELATORIO DO TITULAR NO SPOOL (PROG72). REGISTROS: '
                   WS-QTD-REGISTROS.

       MARCA-PEDIDO-ATENDIDO.
      *Reemissao de pedido ja atendido conserva a data do primeiro
      *atendimento e atualiza so a contagem.
           OPEN I-O ARQUIVO-LGPD.
           MOVE WS-PROTOCOLO-INFORMADO TO LGPD-PROTOCOLO.
           READ ARQUIVO-LGPD RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LGPD-SITUACAO = 'P'
                       MOVE 'A' TO LGPD-SITUACAO
                       MOVE WS-DATA-HOJE TO LGPD-DATA-ATENDIMENTO
                       MOVE WS-OPERADOR TO LGPD-OPERADOR-ATENDIMENTO
                   END-IF
                   MOVE WS-QTD-REGISTROS TO LGPD-QTD-REGISTROS
                   REWRITE LGPD-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO ATUALIZAR O PEDIDO.'
                   END-REWRITE
                   IF LGPD-DATA-ATENDIMENTO > LGPD-DATA-PRAZO
                       DISPLAY 'ATENCAO: PEDIDO ATENDIDO FORA DO'
                               ' PRAZO LEGAL (' LGPD-DATA-PRAZO ').'
                   END-IF
           END-READ.
           CLOSE ARQUIVO-LGPD.

       ABRE-SECAO.
           MOVE ZEROS TO WS-QTD-SECAO.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-TITULO-SECAO TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

       FECHA-SECAO.
           IF WS-QTD-SECAO = ZEROS
               MOVE '  NENHUM REGISTRO.' TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL.
           ADD WS-QTD-SECAO TO WS-QTD-REGISTROS.

      *Cadastro de funcionarios: o CPF nao e chave, varre o arquivo
      *como na checagem de duplicidade do PROG40.
       SECAO-FUNCIONARIOS.
           MOVE 'CADASTRO DE FUNCIONARIOS' TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF WS-STATUS-ARQUIVO-FUNCIONARIO = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UM-FUNCIONARIO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-FUNCIONARIO.
           PERFORM FECHA-SECAO.

       CONFERE-UM-FUNCIONARIO.
           IF FUNCIONARIO-CPF = LGPD-CPF
               ADD 1 TO WS-QTD-SECAO
               IF WS-QTD-COD-FUNC < 10
                   ADD 1 TO WS-QTD-COD-FUNC
                   MOVE FUNCIONARIO-CODIGO
                       TO WS-COD-FUNC (WS-QTD-COD-FUNC)
               END-IF
               IF WS-NOME-BUSCA = SPACES
                   MOVE FUNCIONARIO-NOME TO WS-NOME-BUSCA
               END-IF
               PERFORM IMPRIME-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       IMPRIME-FUNCIONARIO.
           STRING '  CODIGO ' FUNCIONARIO-CODIGO
                  '  NOME ' FUNCIONARIO-NOME
                  '  SITUACAO ' FUNCIONARIO-SITUACAO
                  '  DEPTO ' FUNCIONARIO-DEPARTAMENTO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING '  ENDERECO ' FUNCIONARIO-END-LOGRADOURO ' '
                  FUNCIONARIO-END-NUMERO ' '
                  FUNCIONARIO-END-COMPLEMENTO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING '           ' FUNCIONARIO-END-CIDADE ' '
                  FUNCIONARIO-END-UF '  CEP ' FUNCIONARIO-END-CEP
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING '  TELEFONE ' FUNCIONARIO-TELEFONE
                  '  EMAIL ' FUNCIONARIO-EMAIL
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING '  RG ' FUNCIONARIO-RG
                  '  NASCIMENTO ' FUNCIONARIO-DIANASC '/'
                  FUNCIONARIO-MESNASC '/' FUNCIONARIO-ANONASC
                  '  DESLIGAMENTO ' FUNCIONARIO-DATA-DESLIGAMENTO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

      *Cadastro de clientes: direto pela chave alternada do CPF.
       SECAO-CLIENTES.
           MOVE 'CADASTRO DE CLIENTES' TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF WS-STATUS-ARQUIVO-CLIENTE = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               MOVE LGPD-CPF TO CLIENTE-CPF
               START ARQUIVO-CLIENTE
                       KEY IS NOT LESS THAN CLIENTE-CPF
                   INVALID KEY
                       MOVE 'S' TO FINAL-ARQUIVO
               END-START
               IF FINAL-ARQUIVO = 'N'
                   READ ARQUIVO-CLIENTE NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO
                   END-READ
               END-IF
               PERFORM CONFERE-UM-CLIENTE
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-CLIENTE.
           PERFORM FECHA-SECAO.

       CONFERE-UM-CLIENTE.
           IF CLIENTE-CPF NOT = LGPD-CPF
               MOVE 'S' TO FINAL-ARQUIVO
           ELSE
               ADD 1 TO WS-QTD-SECAO
               IF WS-QTD-COD-CLI < 20
                   ADD 1 TO WS-QTD-COD-CLI
                   MOVE CLIENTE-CODIGO TO WS-COD-CLI (WS-QTD-COD-CLI)
               END-IF
               IF WS-NOME-BUSCA = SPACES
                   MOVE CLIENTE-NOME TO WS-NOME-BUSCA
               END-IF
               PERFORM IMPRIME-CLIENTE
               READ ARQUIVO-CLIENTE NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
           END-IF.

       IMPRIME-CLIENTE.
           STRING '  CODIGO ' CLIENTE-CODIGO
                  '  NOME ' CLIENTE-NOME
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING '  ENDERECO ' CLIENTE-END-LOGRADOURO ' '
                  CLIENTE-END-NUMERO ' ' CLIENTE-END-COMPLEMENTO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING '           ' CLIENTE-END-CIDADE ' '
                  CLIENTE-END-UF '  CEP ' CLIENTE-END-CEP
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING '  TELEFONE ' CLIENTE-TELEFONE
                  '  EMAIL ' CLIENTE-EMAIL
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING '  RG ' CLIENTE-RG
                  '  NASCIMENTO ' CLIENTE-DIANASC '/'
                  CLIENTE-MESNASC '/' CLIENTE-ANONASC
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

      *Arquivo morto de clientes: sem chave de CPF, varredura.
       SECAO-CLIENTES-ARQUIVADOS.
           MOVE 'CLIENTES ARQUIVADOS (clientes_historico.dat)'
               TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT ARQUIVO-CLI-HISTORICO.
           IF WS-STATUS-ARQUIVO-CLIHIST = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-CLI-HISTORICO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UM-ARQUIVADO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-CLI-HISTORICO.
           PERFORM FECHA-SECAO.

       CONFERE-UM-ARQUIVADO.
           IF CLIHIST-CPF = LGPD-CPF
               ADD 1 TO WS-QTD-SECAO
               IF WS-QTD-COD-CLI < 20
                   ADD 1 TO WS-QTD-COD-CLI
                   MOVE CLIHIST-CODIGO TO WS-COD-CLI (WS-QTD-COD-CLI)
               END-IF
               IF WS-NOME-BUSCA = SPACES
                   MOVE CLIHIST-NOME TO WS-NOME-BUSCA
               END-IF
               PERFORM IMPRIME-ARQUIVADO.
           READ ARQUIVO-CLI-HISTORICO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       IMPRIME-ARQUIVADO.
           STRING '  CODIGO ' CLIHIST-CODIGO
                  '  NOME ' CLIHIST-NOME
                  '  ARQUIVADO EM ' CLIHIST-DATA-ARQUIVAMENTO
                  '  MOTIVO ' CLIHIST-MOTIVO-SAIDA
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING '  ENDERECO ' CLIHIST-END-LOGRADOURO ' '
                  CLIHIST-END-NUMERO ' ' CLIHIST-END-COMPLEMENTO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING '           ' CLIHIST-END-CIDADE ' '
                  CLIHIST-END-UF '  CEP ' CLIHIST-END-CEP
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING '  TELEFONE ' CLIHIST-TELEFONE
                  '  EMAIL ' CLIHIST-EMAIL
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING '  RG ' CLIHIST-RG
                  '  NASCIMENTO ' CLIHIST-DIANASC '/'
                  CLIHIST-MESNASC '/' CLIHIST-ANONASC
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

      *Dependentes: o arquivo nao guarda CPF; a pessoa e achada pelo
      *nome do pedido ou, sem ele, pelo nome achado nos cadastros.
       SECAO-DEPENDENTES.
           MOVE 'DEPENDENTE DE FUNCIONARIO (dependentes.dat)'
               TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           IF WS-NOME-BUSCA NOT = SPACES
               OPEN INPUT ARQUIVO-DEPENDENTE
               IF WS-STATUS-ARQUIVO-DEPENDENTE = '00'
                   MOVE 'N' TO FINAL-ARQUIVO
                   READ ARQUIVO-DEPENDENTE NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO
                   END-READ
                   PERFORM CONFERE-UM-DEPENDENTE
                       UNTIL FINAL-ARQUIVO = 'S'
                   CLOSE ARQUIVO-DEPENDENTE
               END-IF
           END-IF.
           PERFORM FECHA-SECAO.

       CONFERE-UM-DEPENDENTE.
           IF DEPENDENTE-NOME = WS-NOME-BUSCA
               ADD 1 TO WS-QTD-SECAO
               STRING '  FUNCIONARIO ' DEPENDENTE-CODIGO-FUNC
                      ' SEQ ' DEPENDENTE-SEQUENCIA
                      '  ' DEPENDENTE-NOME
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
               STRING '  NASCIMENTO ' DEPENDENTE-DIANASC '/'
                      DEPENDENTE-MESNASC '/' DEPENDENTE-ANONASC
                      '  PARENTESCO ' DEPENDENTE-PARENTESCO
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.
           READ ARQUIVO-DEPENDENTE NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *Movimentos da mesa dos clientes achados (vivos e arquivados).
       SECAO-MOVIMENTOS.
           MOVE 'MOVIMENTOS DA MESA DE CAMBIO' TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           IF WS-QTD-COD-CLI > ZEROS
               OPEN INPUT ARQUIVO-MOVIMENTOS
               IF WS-STATUS-MOVIMENTOS = '00'
                   MOVE 'N' TO FINAL-ARQUIVO
                   READ ARQUIVO-MOVIMENTOS AT END
                       MOVE 'S' TO FINAL-ARQUIVO
                   END-READ
                   PERFORM CONFERE-UM-MOVIMENTO
                       UNTIL FINAL-ARQUIVO = 'S'
                   CLOSE ARQUIVO-MOVIMENTOS
               END-IF
           END-IF.
           PERFORM FECHA-SECAO.

       CONFERE-UM-MOVIMENTO.
           MOVE 'N' TO WS-ACHOU.
           IF MOV-CLIENTE IS NUMERIC
               MOVE MOV-CLIENTE TO WS-CODIGO-PROCURADO
               PERFORM PROCURA-COD-CLI.
           IF WS-ACHOU = 'S'
               ADD 1 TO WS-QTD-SECAO
               MOVE MOV-VALOR TO WS-VALOR-EXIBE
               STRING '  ' MOV-DATA ' SEQ ' MOV-SEQUENCIA
                      '  CLIENTE ' MOV-CLIENTE
                      '  ' MOV-TIPO ' ' MOV-MOEDA ' ' WS-VALOR-EXIBE
                      '  RECIBO ' MOV-RECIBO
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.
           READ ARQUIVO-MOVIMENTOS AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *Trilhas de auditoria: linhas dos codigos achados.
       SECAO-AUDITORIA-FUNCIONARIOS.
           MOVE 'TRILHA DE AUDITORIA DE FUNCIONARIOS'
               TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           IF WS-QTD-COD-FUNC > ZEROS
               OPEN INPUT ARQUIVO-AUDITORIA
               IF WS-STATUS-AUDITORIA = '00'
                   MOVE 'N' TO FINAL-ARQUIVO
                   READ ARQUIVO-AUDITORIA AT END
                       MOVE 'S' TO FINAL-ARQUIVO
                   END-READ
                   PERFORM CONFERE-UMA-AUDITORIA-FUNC
                       UNTIL FINAL-ARQUIVO = 'S'
                   CLOSE ARQUIVO-AUDITORIA
               END-IF
           END-IF.
           PERFORM FECHA-SECAO.

       CONFERE-UMA-AUDITORIA-FUNC.
           MOVE REGISTRO-AUDITORIA TO WS-LINHA-AUDITORIA.
           MOVE 'N' TO WS-ACHOU.
           IF WS-AUD-CODIGO IS NUMERIC
               MOVE WS-AUD-CODIGO TO WS-CODIGO-PROCURADO
               PERFORM PROCURA-COD-FUNC.
           IF WS-ACHOU = 'S'
               PERFORM IMPRIME-LINHA-AUDITORIA.
           READ ARQUIVO-AUDITORIA AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       SECAO-AUDITORIA-CLIENTES.
           MOVE 'TRILHA DE AUDITORIA DE CLIENTES' TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           IF WS-QTD-COD-CLI > ZEROS
               OPEN INPUT ARQUIVO-AUDITORIA-CLI
               IF WS-STATUS-AUDITORIA-CLI = '00'
                   MOVE 'N' TO FINAL-ARQUIVO
                   READ ARQUIVO-AUDITORIA-CLI AT END
                       MOVE 'S' TO FINAL-ARQUIVO
                   END-READ
                   PERFORM CONFERE-UMA-AUDITORIA-CLI
                       UNTIL FINAL-ARQUIVO = 'S'
                   CLOSE ARQUIVO-AUDITORIA-CLI
               END-IF
           END-IF.
           PERFORM FECHA-SECAO.

       CONFERE-UMA-AUDITORIA-CLI.
           MOVE REGISTRO-AUDITORIA-CLI TO WS-LINHA-AUDITORIA.
           MOVE 'N' TO WS-ACHOU.
           IF WS-AUD-CODIGO IS NUMERIC
               MOVE WS-AUD-CODIGO TO WS-CODIGO-PROCURADO
               PERFORM PROCURA-COD-CLI.
           IF WS-ACHOU = 'S'
               PERFORM IMPRIME-LINHA-AUDITORIA.
           READ ARQUIVO-AUDITORIA-CLI AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       IMPRIME-LINHA-AUDITORIA.
           ADD 1 TO WS-QTD-SECAO.
           STRING '  ' WS-AUD-ANO '-' WS-AUD-MES '-' WS-AUD-DIA ' '
                  WS-AUD-HORA '  CODIGO ' WS-AUD-CODIGO
                  '  CAMPO ' WS-AUD-CAMPO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING '    ANTES ' WS-AUD-ANTES (1:30)
                  ' DEPOIS ' WS-AUD-DEPOIS (1:30)
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       SECAO-CONSULTAS.
           MOVE 'CONSULTAS NO AUTOATENDIMENTO (auditoria_consultas.log)'
               TO WS-TITULO-SECAO.
           PERFORM ABRE-SECAO.
           IF WS-QTD-COD-FUNC > ZEROS
               OPEN INPUT ARQUIVO-AUDITORIA-CONSULTA
               IF WS-STATUS-AUDITORIA-CONS = '00'
                   MOVE 'N' TO FINAL-ARQUIVO
                   READ ARQUIVO-AUDITORIA-CONSULTA AT END
                       MOVE 'S' TO FINAL-ARQUIVO
                   END-READ
                   PERFORM CONFERE-UMA-CONSULTA
                       UNTIL FINAL-ARQUIVO = 'S'
                   CLOSE ARQUIVO-AUDITORIA-CONSULTA
               END-IF
           END-IF.
           PERFORM FECHA-SECAO.

       CONFERE-UMA-CONSULTA.
           MOVE REGISTRO-AUDITORIA-CONSULTA TO WS-LINHA-CONSULTA.
           MOVE 'N' TO WS-ACHOU.
           IF WS-CONS-CODIGO IS NUMERIC
               MOVE WS-CONS-CODIGO TO WS-CODIGO-PROCURADO
               PERFORM PROCURA-COD-FUNC.
           IF WS-ACHOU = 'S'
               ADD 1 TO WS-QTD-SECAO
               STRING '  ' REGISTRO-AUDITORIA-CONSULTA (1:76)
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.
           READ ARQUIVO-AUDITORIA-CONSULTA AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       PROCURA-COD-FUNC.
           MOVE 'N' TO WS-ACHOU.
           PERFORM COMPARA-COD-FUNC
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-COD-FUNC OR WS-ACHOU = 'S'.

       COMPARA-COD-FUNC.
           IF WS-COD-FUNC (WS-IND) = WS-CODIGO-PROCURADO
               MOVE 'S' TO WS-ACHOU.

       PROCURA-COD-CLI.
           MOVE 'N' TO WS-ACHOU.
           PERFORM COMPARA-COD-CLI
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-COD-CLI OR WS-ACHOU = 'S'.

       COMPARA-COD-CLI.
           IF WS-COD-CLI (WS-IND) = WS-CODIGO-PROCURADO
               MOVE 'S' TO WS-ACHOU.

      *-----------------------------------------------------------------
      *PENDENTES - em ordem de protocolo, que e a ordem do prazo (o
      *prazo e sempre o pedido + 15 dias).
      *-----------------------------------------------------------------
       LISTAR-PENDENTES.
           MOVE ZEROS TO WS-TOTAL-PENDENTES.
           MOVE ZEROS TO WS-TOTAL-VENCIDOS.
           MOVE ZEROS TO WS-TOTAL-VENCE-HOJE.
           MOVE 'LGPD-PENDENTES' TO WS-NOME-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           STRING 'PEDIDOS LGPD PENDENTES - POSICAO EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'PROTOC PEDIDO   PRAZO    EM TITULAR              CPF'
               TO WS-LINHA-IMPRESSA.
           MOVE 'SITUACAO' TO WS-LINHA-IMPRESSA (65:8).
           PERFORM GRAVA-LINHA-SPOOL.
           OPEN INPUT ARQUIVO-LGPD.
           IF WS-STATUS-ARQUIVO-LGPD = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-LGPD NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UM-PEDIDO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-LGPD.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'PENDENTES: ' WS-TOTAL-PENDENTES
                  '  VENCIDOS: ' WS-TOTAL-VENCIDOS
                  '  VENCEM HOJE: ' WS-TOTAL-VENCE-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           DISPLAY 'PEDIDOS PENDENTES: ' WS-TOTAL-PENDENTES
                   '  VENCIDOS: ' WS-TOTAL-VENCIDOS
                   '  VENCEM HOJE: ' WS-TOTAL-VENCE-HOJE.
           DISPLAY 'LISTAGEM NO SPOOL (PROG72).'.

       CONFERE-UM-PEDIDO.
           IF LGPD-SITUACAO = 'P'
               ADD 1 TO WS-TOTAL-PENDENTES
               MOVE LGPD-PROTOCOLO TO WS-PEN-PROTOCOLO
               MOVE LGPD-DATA-PEDIDO TO WS-PEN-PEDIDO
               MOVE LGPD-DATA-PRAZO TO WS-PEN-PRAZO
               MOVE LGPD-EMPRESA TO WS-PEN-EMPRESA
               MOVE LGPD-NOME TO WS-PEN-NOME
               CALL 'PROG76' USING LGPD-CPF WS-NIVEL-OPERADOR
                   WS-CPF-EXIBICAO
               MOVE WS-CPF-EXIBICAO TO WS-PEN-CPF
               MOVE 'NO PRAZO' TO WS-PEN-ALERTA
               IF LGPD-DATA-PRAZO = WS-DATA-HOJE
                   MOVE 'VENCE HOJE' TO WS-PEN-ALERTA
                   ADD 1 TO WS-TOTAL-VENCE-HOJE
               END-IF
               IF LGPD-DATA-PRAZO < WS-DATA-HOJE
                   MOVE 'VENCIDO' TO WS-PEN-ALERTA
                   ADD 1 TO WS-TOTAL-VENCIDOS
               END-IF
               MOVE WS-LINHA-PENDENTE TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL.
           READ ARQUIVO-LGPD NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
