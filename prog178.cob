      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG178.
      *Relatorio mensal das liberacoes de periodo fechado (so
      *supervisor). Le a geracao mensal da trilha de auditoria
      *(auditoria_funcionarios_AAAAMM.log, PROG131) do mes pedido e
      *lista cada linha CAMPO=LIBERA-PERIODO gravada pelo PROG177:
      *quando, funcionario, operador, supervisor que liberou,
      *periodo e programa alterados, o que mudou e o motivo. Fecha
      *com o total do mes e a quebra por programa. Relatorio no
      *spool (PROG71) como LIBERACOES-PERIODO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-GERACAO-MENSAL
           ASSIGN TO WS-NOME-GERACAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GERACAO.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ARQUIVO-GERACAO-MENSAL.
       01  GERACAO-MENSAL-LINHA.
      *Mapa da linha da trilha (mesmo STRING dos gravadores).
           05 GER-DATA PIC X(10).
           05 FILLER PIC X(01).
           05 GER-HORA PIC X(08).
           05 FILLER PIC X(10).
           05 GER-OPERADOR PIC X(20).
           05 FILLER PIC X(08).
           05 GER-CODIGO PIC X(06).
           05 FILLER PIC X(07).
           05 GER-CAMPO PIC X(15).
           05 FILLER PIC X(07).
           05 GER-ANTES PIC X(80).
           05 FILLER PIC X(08).
           05 GER-DEPOIS.
               10 FILLER PIC X(11).
               10 GER-SUPERVISOR PIC X(08).
               10 FILLER PIC X(08).
               10 GER-MOTIVO PIC X(50).
               10 FILLER PIC X(03).
           05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-GERACAO PIC X(02) VALUE '00'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-NOME-GERACAO PIC X(40) VALUE SPACES.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE ZERO.
       77  WS-PERIODO-PEDIDO PIC 9(6) VALUE ZEROS.
       77  WS-QTD-LIBERACOES PIC 9(5) VALUE ZEROS.
       77  WS-QTD-PROGRAMAS PIC 9(2) VALUE ZEROS.
       77  WS-IND PIC 9(2) VALUE ZEROS.
       77  WS-ACHOU PIC X VALUE 'N'.
       77  WS-PROGRAMA-LINHA PIC X(8) VALUE SPACES.
       77  WS-ED-QTD PIC ZZZZ9.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20)
           VALUE 'LIBERACOES-PERIODO'.
       01  WS-PERIODO-PARTES.
           05 WS-PP-ANO PIC 9(4).
           05 WS-PP-MES PIC 9(2).
       01  WS-TABELA-PROGRAMAS.
      *Quebra por programa que pediu a liberacao.
           05 WS-PRG OCCURS 20 TIMES.
              10 WS-PRG-NOME PIC X(8).
              10 WS-PRG-QTD PIC 9(5).

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
                   MOVE ZERO TO WS-NIVEL-OPERADOR
           END-ACCEPT.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'RELATORIO DE LIBERACOES RESTRITO A'
                       ' SUPERVISOR.'
               MOVE 8 TO RETURN-CODE
               GOBACK.

           DISPLAY 'MES DAS LIBERACOES (AAAAMM): '.
           ACCEPT WS-PERIODO-PEDIDO.
           MOVE WS-PERIODO-PEDIDO TO WS-PERIODO-PARTES.
           IF WS-PP-MES < 1 OR WS-PP-MES > 12
               DISPLAY 'MES INVALIDO.'
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE SPACES TO WS-NOME-GERACAO.
           STRING 'auditoria_funcionarios_' WS-PERIODO-PEDIDO '.log'
               DELIMITED BY SIZE INTO WS-NOME-GERACAO
           END-STRING.

           INITIALIZE WS-TABELA-PROGRAMAS.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-CABECALHO.

      *Sem a geracao do mes nao houve nenhuma linha na trilha.
           OPEN INPUT ARQUIVO-GERACAO-MENSAL.
           IF WS-STATUS-GERACAO = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-GERACAO-MENSAL AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM TRATA-LINHA-TRILHA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-GERACAO-MENSAL
           END-IF.

           PERFORM IMPRIME-TOTAIS.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

           DISPLAY 'LIBERACOES DE PERIODO FECHADO EM '
                   WS-PERIODO-PEDIDO ': ' WS-QTD-LIBERACOES.
           DISPLAY 'RELATORIO NO SPOOL (PROG72).'.
       PROGRAM-DONE.
           GOBACK.

       TRATA-LINHA-TRILHA.
           IF GER-CAMPO = 'LIBERA-PERIODO'
               PERFORM IMPRIME-LIBERACAO
               PERFORM CONTA-PROGRAMA.
           READ ARQUIVO-GERACAO-MENSAL AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *RELATORIO
      *-----------------------------------------------------------------
       IMPRIME-CABECALHO.
           STRING 'LIBERACOES DE PERIODO FECHADO DA FOLHA - MES '
                  WS-PP-MES '/' WS-PP-ANO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'DATA       HORA     FUNC   OPERADOR SUPERVISOR'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE '   ALTERACAO / MOTIVO' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-LIBERACAO.
           ADD 1 TO WS-QTD-LIBERACOES.
           MOVE GER-DATA TO WS-LINHA-IMPRESSA (1:10).
           MOVE GER-HORA TO WS-LINHA-IMPRESSA (12:8).
           MOVE GER-CODIGO TO WS-LINHA-IMPRESSA (21:6).
           MOVE GER-OPERADOR TO WS-LINHA-IMPRESSA (28:8).
           MOVE GER-SUPERVISOR TO WS-LINHA-IMPRESSA (37:8).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE GER-ANTES TO WS-LINHA-IMPRESSA (4:77).
           PERFORM GRAVA-LINHA-SPOOL.
           STRING '   MOTIVO: ' GER-MOTIVO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       CONTA-PROGRAMA.
      *ANTES = 'PERIODO=AAAAMM PROGRAMA=<programa> ...'.
           MOVE GER-ANTES (25:8) TO WS-PROGRAMA-LINHA.
           MOVE 'N' TO WS-ACHOU.
           PERFORM PROCURA-PROGRAMA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-PROGRAMAS OR WS-ACHOU = 'S'.
           IF WS-ACHOU = 'N' AND WS-QTD-PROGRAMAS < 20
               ADD 1 TO WS-QTD-PROGRAMAS
               MOVE WS-PROGRAMA-LINHA TO WS-PRG-NOME (WS-QTD-PROGRAMAS)
               MOVE 1 TO WS-PRG-QTD (WS-QTD-PROGRAMAS).

       PROCURA-PROGRAMA.
           IF WS-PRG-NOME (WS-IND) = WS-PROGRAMA-LINHA
               ADD 1 TO WS-PRG-QTD (WS-IND)
               MOVE 'S' TO WS-ACHOU.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-QTD-LIBERACOES = ZEROS
               MOVE 'NENHUMA LIBERACAO DE PERIODO FECHADO NO MES.'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
           ELSE
               MOVE WS-QTD-LIBERACOES TO WS-ED-QTD
               STRING 'TOTAL DE LIBERACOES NO MES: ' WS-ED-QTD
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
               PERFORM IMPRIME-UM-PROGRAMA
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-PROGRAMAS
           END-IF.

       IMPRIME-UM-PROGRAMA.
           MOVE WS-PRG-QTD (WS-IND) TO WS-ED-QTD.
           STRING '   ' WS-PRG-NOME (WS-IND) ': ' WS-ED-QTD
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
