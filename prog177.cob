      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG177.
      *Verificador central de periodo fechado da folha:
      *    CALL 'PROG177' USING <modo> <periodo> <programa> <codigo>
      *                         <descricao> <liberado>
      *Periodo AAAAMM ja baixado do retorno do bureau (PROG50 grava
      *periodos_fechados.dat da empresa da sessao, nome na variavel
      *de ambiente ARQUIVO_PERIODOS_FECHADOS) nao aceita alteracao
      *de salario, afastamento, ponto ou beneficio. Devolve S quando
      *o periodo esta aberto. Fechado, no modo L o operador pode pedir a
      *liberacao: outro operador, supervisor (nivel 2), assina com
      *codigo e senha de operadores.dat e informa o motivo; a
      *liberacao vai para a trilha de auditoria de funcionarios
      *(CAMPO=LIBERA-PERIODO), de onde o PROG178 tira o relatorio
      *mensal. No modo C (lotes sem operador na tela) so consulta e
      *recusa.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELPERFECH.cob'.
           COPY 'SELOPERADOR.cob'.

           SELECT OPTIONAL ARQUIVO-AUDITORIA
           ASSIGN TO WS-NOME-ARQ-AUDITORIA
           ORGANIZATION IS LINE SEQUENTIAL.
      *Nome padrao 'auditoria_funcionarios.log'; por empresa via a
      *variavel de ambiente ARQUIVO_AUDITORIA_FUNC.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDPERFECH.cob'.
           COPY 'FDOPERADOR.cob'.

       FD  ARQUIVO-AUDITORIA.
       01  REGISTRO-AUDITORIA PIC X(280).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQUIVO-PERFECH PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-PERFECH PIC X(30)
           VALUE 'periodos_fechados.dat'.
       77  WS-STATUS-ARQUIVO-OPERADOR PIC X(02) VALUE '00'.
       77  WS-PERIODO-FECHADO PIC X VALUE 'N'.
       77  WS-OPERADOR PIC X(20) VALUE SPACES.
       77  WS-RESPOSTA PIC X VALUE SPACE.
       77  WS-LIBERADOR PIC X(8) VALUE SPACES.
       77  WS-SENHA-DIGITADA PIC X(08) VALUE SPACES.
       77  WS-LIBERADOR-VALIDO PIC X VALUE 'N'.
       77  WS-MOTIVO PIC X(50) VALUE SPACES.
       77  WS-FUNCAO-PEDIDA PIC X(12) VALUE 'PERIODO-LIB'.
       77  WS-PERMITIDO PIC X VALUE 'S'.
       77  WS-NOME-CAMPO PIC X(15) VALUE 'LIBERA-PERIODO'.
       77  WS-VALOR-ANTIGO PIC X(80) VALUE SPACES.
       77  WS-VALOR-NOVO PIC X(80) VALUE SPACES.
       77  WS-NOME-ARQ-AUDITORIA PIC X(30)
           VALUE 'auditoria_funcionarios.log'.
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

       LINKAGE SECTION.
       01  LK-MODO PIC X(1).
      *L = pode liberar com supervisor, C = so consulta.
       01  LK-PERIODO PIC 9(6).
       01  LK-PROGRAMA PIC X(8).
       01  LK-CODIGO PIC 9(6).
       01  LK-DESCRICAO PIC X(40).
      *O que esta sendo alterado, para a trilha (ex: VIGENCIA
      *20260915).
       01  LK-LIBERADO PIC X(1).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-MODO LK-PERIODO LK-PROGRAMA
           LK-CODIGO LK-DESCRICAO LK-LIBERADO.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           MOVE 'S' TO LK-LIBERADO.
           MOVE 'N' TO WS-PERIODO-FECHADO.
      *Fechamentos da empresa da sessao, definidos na selecao de
      *empresa do menu; rodando avulso vale o nome padrao.
           DISPLAY 'ARQUIVO_PERIODOS_FECHADOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-PERFECH FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
      *Sem o arquivo nenhum periodo foi baixado ainda.
           OPEN INPUT ARQUIVO-PERIODO-FECHADO.
           IF WS-STATUS-ARQUIVO-PERFECH NOT = '00'
               GOBACK.
           MOVE LK-PERIODO TO PERFECH-PERIODO.
           READ ARQUIVO-PERIODO-FECHADO RECORD
               INVALID KEY
                   MOVE 'N' TO WS-PERIODO-FECHADO
               NOT INVALID KEY
                   MOVE 'S' TO WS-PERIODO-FECHADO
           END-READ.
           CLOSE ARQUIVO-PERIODO-FECHADO.
           IF WS-PERIODO-FECHADO = 'N'
               GOBACK.

           MOVE 'N' TO LK-LIBERADO.
           DISPLAY 'PERIODO ' LK-PERIODO ' FECHADO: RETORNO DO BUREAU'
                   ' BAIXADO EM ' PERFECH-DATA '.'.
           IF LK-MODO NOT = 'L'
               GOBACK.
           DISPLAY 'ALTERACAO EXIGE LIBERACAO DE SUPERVISOR.'
                   ' LIBERAR AGORA? (S/N): '.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
               DISPLAY 'ALTERACAO NAO REALIZADA.'
               GOBACK.

           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           PERFORM VALIDA-LIBERADOR THRU VALIDA-LIBERADOR-FIM.
           IF WS-LIBERADOR-VALIDO = 'N'
               DISPLAY 'ALTERACAO NAO REALIZADA.'
               GOBACK.

           MOVE SPACES TO WS-MOTIVO.
           PERFORM PEDE-MOTIVO
               UNTIL WS-MOTIVO NOT = SPACES.
           PERFORM GRAVA-AUDITORIA.
           MOVE 'S' TO LK-LIBERADO.
           DISPLAY 'ALTERACAO LIBERADA POR ' WS-LIBERADOR '.'.

       PROGRAM-DONE.
           GOBACK.

       VALIDA-LIBERADOR.
      *Codigo e senha conferidos em operadores.dat como na liberacao
      *de taxa do PROG64; sem o cadastro nao ha como provar quem
      *assina, e a liberacao e recusada.
           MOVE 'N' TO WS-LIBERADOR-VALIDO.
           DISPLAY 'CODIGO DO SUPERVISOR QUE LIBERA: '.
           ACCEPT WS-LIBERADOR.
           DISPLAY 'SENHA DO SUPERVISOR QUE LIBERA: '.
           ACCEPT WS-SENHA-DIGITADA.
           IF WS-LIBERADOR = WS-OPERADOR (1:8)
               DISPLAY 'LIBERACAO RECUSADA: QUEM ALTERA NAO LIBERA A'
                       ' PROPRIA ALTERACAO.'
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
                   DISPLAY 'PERIODO-LIB FORA DO PERFIL DE PERMISSAO'
                           ' DO SUPERVISOR.'
                   MOVE 'N' TO WS-LIBERADOR-VALIDO
               END-IF
           END-IF.
       VALIDA-LIBERADOR-FIM.
           EXIT.

       PEDE-MOTIVO.
           DISPLAY 'MOTIVO DA LIBERACAO (OBRIGATORIO): '.
           ACCEPT WS-MOTIVO.

      *-----------------------------------------------------------------
      *Liberacao na trilha: ANTES = o que foi alterado no periodo
      *fechado, DEPOIS = quem liberou e por que.
      *-----------------------------------------------------------------
       GRAVA-AUDITORIA.
           DISPLAY 'ARQUIVO_AUDITORIA_FUNC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-AUDITORIA FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE SPACES TO WS-VALOR-ANTIGO.
           STRING 'PERIODO=' LK-PERIODO ' PROGRAMA=' LK-PROGRAMA
                  ' ' LK-DESCRICAO
               DELIMITED BY SIZE INTO WS-VALOR-ANTIGO
           END-STRING.
           MOVE SPACES TO WS-VALOR-NOVO.
           STRING 'SUPERVISOR=' WS-LIBERADOR ' MOTIVO=' WS-MOTIVO
               DELIMITED BY SIZE INTO WS-VALOR-NOVO
           END-STRING.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           MOVE SPACES TO REGISTRO-AUDITORIA.
           STRING WS-ANO-ATUAL '-' WS-MES-ATUAL '-' WS-DIA-ATUAL ' '
                  WS-HOR-ATUAL ':' WS-MIN-ATUAL ':' WS-SEG-ATUAL
                  ' OPERADOR=' WS-OPERADOR
                  ' CODIGO=' LK-CODIGO
                  ' CAMPO=' WS-NOME-CAMPO
                  ' ANTES=' WS-VALOR-ANTIGO
                  ' DEPOIS=' WS-VALOR-NOVO
                  DELIMITED BY SIZE INTO REGISTRO-AUDITORIA
           END-STRING.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           WRITE REGISTRO-AUDITORIA.
           CLOSE ARQUIVO-AUDITORIA.
      *A mesma linha alimenta a geracao mensal e o indice por
      *funcionario (PROG131).
           CALL 'PROG131' USING REGISTRO-AUDITORIA LK-CODIGO.
