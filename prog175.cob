      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG175.
      *Virada de ano. Restrita a supervisor (nivel 2+). Antes de
      *mexer em qualquer arquivo confere a lista de prontidao do ano
      *pedido e se recusa a seguir (RC 8) enquanto um item falhar:
      *  1. os doze periodos do ano estao em resultado_folha.dat
      *     (o da empresa da sessao, ARQUIVO_RESULTADO_FOLHA);
      *  2. os demonstrativos anuais do ano foram emitidos pelo
      *     PROG98 (execucao DEMONSTRATIVO-ANO em spool_registro.dat
      *     cujo spool traz o ano no cabecalho);
      *  3. calendario.dat ja tem os feriados do ano seguinte;
      *  4. a quitacao (parcela F) do 13o do ano foi gerada pelo
      *     PROG92, sem funcionario so com o adiantamento.
      *Com tudo conferido e a confirmacao do supervisor, as linhas
      *do ano de resultado_folha.dat e de lancamentos_contabeis.dat
      *sao copiadas para geracoes datadas
      *virada_AAAAMMDD_<arquivo> e so entao retiradas dos arquivos
      *vivos (os demonstrativos do ano podem ser reimpressos apontando
      *ARQUIVO_RESULTADO_FOLHA para a geracao). A virada fica em
      *virada_ano.dat, que impede uma segunda virada do mesmo ano
      *para o mesmo resultado. A lista conferida sai no spool
      *(PROG71) como VIRADA-DE-ANO, com o operador, as geracoes
      *gravadas e o campo de assinatura do supervisor e da
      *contabilidade.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCALENDARIO.cob'.
           COPY 'SELDECIMO.cob'.

           SELECT ARQUIVO-RESULTADO
           ASSIGN TO WS-NOME-ARQ-RESULTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RESULTADO.
      *Nome padrao 'resultado_folha.dat'; por empresa via a
      *variavel de ambiente ARQUIVO_RESULTADO_FOLHA, como no
      *PROG50.

           SELECT OPTIONAL ARQUIVO-REGISTRO-SPOOL
           ASSIGN TO 'spool_registro.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REGISTRO.

           SELECT ARQUIVO-SPOOL
           ASSIGN TO WS-NOME-ARQUIVO-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SPOOL.

           SELECT ARQUIVO-VIVO
           ASSIGN TO WS-NOME-VIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VIVO.

           SELECT ARQUIVO-GERACAO
           ASSIGN TO WS-NOME-GERACAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GERACAO.

           SELECT ARQUIVO-TRABALHO
           ASSIGN TO 'virada_trabalho.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.
      *Linhas que ficam no arquivo vivo, regravadas no fim.

           SELECT OPTIONAL ARQUIVO-VIRADA
           ASSIGN TO 'virada_ano.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VIRADA.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDCALENDARIO.cob'.
           COPY 'FDDECIMO.cob'.

       FD  ARQUIVO-RESULTADO.
       01  RESULTADO-LINHA.
           05 RESULTADO-PERIODO PIC 9(06).
           05 RESULTADO-CODIGO PIC 9(6).
           05 RESULTADO-LIQUIDO PIC 9(7)V99.
           05 RESULTADO-STATUS PIC X(02).

       FD  ARQUIVO-REGISTRO-SPOOL.
       01  REGISTRO-SPOOL-LINHA.
           05 SPOOL-SEQUENCIA PIC 9(4).
           05 SPOOL-NOME PIC X(20).
           05 SPOOL-DATA PIC 9(8).
           05 SPOOL-HORA PIC 9(6).
           05 SPOOL-OPERADOR PIC X(8).
           05 SPOOL-PAGINAS PIC 9(4).
           05 SPOOL-DEPARTAMENTO PIC 9(4).
           05 SPOOL-ORIGEM PIC 9(4).

       FD  ARQUIVO-SPOOL.
       01  SPOOL-TEXTO PIC X(80).

      *resultado_folha.dat comeca com o periodo AAAAMM e
      *lancamentos_contabeis.dat com a data AAAAMMDD: nos dois o ano
      *sao as quatro primeiras posicoes.
       FD  ARQUIVO-VIVO.
       01  VIVO-LINHA.
           05 VIVO-ANO PIC X(4).
           05 FILLER PIC X(96).

       FD  ARQUIVO-GERACAO.
       01  GERACAO-LINHA PIC X(100).

       FD  ARQUIVO-TRABALHO.
       01  TRABALHO-LINHA PIC X(100).

       FD  ARQUIVO-VIRADA.
       01  VIRADA-LINHA.
           05 VIRADA-ANO PIC 9(4).
           05 VIRADA-RESULTADO PIC X(30).
           05 VIRADA-DATA PIC 9(8).
           05 VIRADA-HORA PIC 9(6).
           05 VIRADA-OPERADOR PIC X(8).
           05 VIRADA-QTD-RESULTADO PIC 9(6).
           05 VIRADA-QTD-LANCAMENTOS PIC 9(6).

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-RESULTADO PIC X(02) VALUE '00'.
       77  WS-STATUS-REGISTRO PIC X(02) VALUE '00'.
       77  WS-STATUS-SPOOL PIC X(02) VALUE '00'.
       77  WS-STATUS-VIVO PIC X(02) VALUE '00'.
       77  WS-STATUS-GERACAO PIC X(02) VALUE '00'.
       77  WS-STATUS-VIRADA PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CALENDARIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DECIMO PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-RESULTADO PIC X(30)
           VALUE 'resultado_folha.dat'.
       77  WS-NOME-ARQUIVO-SPOOL PIC X(30) VALUE SPACES.
       77  WS-NOME-VIVO PIC X(30) VALUE SPACES.
       77  WS-NOME-GERACAO PIC X(50) VALUE SPACES.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE ZERO.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-ANO-HOJE PIC 9(4) VALUE ZEROS.
       77  WS-ANO-VIRADA PIC 9(4) VALUE ZEROS.
       77  WS-ANO-SEGUINTE PIC 9(4) VALUE ZEROS.
       77  WS-ANO-VIRADA-X PIC X(4) VALUE SPACES.
       77  WS-ANO-DA-LINHA PIC 9(4) VALUE ZEROS.
       77  WS-MES-DA-LINHA PIC 9(2) VALUE ZEROS.
       77  WS-DATA-LIMITE PIC 9(8) VALUE ZEROS.
       77  WS-CONFIRMA PIC X VALUE 'N'.
       77  WS-JA-VIRADO PIC X VALUE 'N'.
       77  WS-IND-MES PIC 9(2) VALUE ZEROS.
       77  WS-PONTEIRO PIC 9(3) VALUE ZEROS.
       77  WS-QTD-FALHAS PIC 9(1) VALUE ZERO.
       77  WS-QTD-MESES PIC 9(2) VALUE ZEROS.
       77  WS-QTD-FERIADOS PIC 9(3) VALUE ZEROS.
       77  WS-QTD-QUITADOS PIC 9(4) VALUE ZEROS.
       77  WS-QTD-SEM-QUITACAO PIC 9(4) VALUE ZEROS.
       77  WS-SEQ-DEMONSTRATIVO PIC 9(4) VALUE ZEROS.
       77  WS-DATA-DEMONSTRATIVO PIC 9(8) VALUE ZEROS.
       77  WS-QTD-ARQUIVADAS PIC 9(6) VALUE ZEROS.
       77  WS-QTD-MANTIDAS PIC 9(6) VALUE ZEROS.
       77  WS-QTD-ARQ-RESULTADO PIC 9(6) VALUE ZEROS.
       77  WS-QTD-ARQ-LANCAMENTOS PIC 9(6) VALUE ZEROS.
       77  WS-GERACAO-RESULTADO PIC X(50) VALUE SPACES.
       77  WS-GERACAO-LANCAMENTOS PIC X(50) VALUE SPACES.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'VIRADA-DE-ANO'.
       01  WS-HORA-COMPLETA.
           05 WS-HORA-AGORA PIC 9(6).
           05 FILLER PIC 9(2).

      *Resultado de cada item da lista: S = conferido, N = falhou,
      *e o detalhe impresso abaixo do item.
       01  WS-LISTA-PRONTIDAO.
           05 WS-ITEM OCCURS 4 TIMES.
              10 WS-ITEM-OK PIC X(1).
              10 WS-ITEM-DETALHE PIC X(60).
       77  WS-IND-ITEM PIC 9(1) VALUE ZERO.

       01  WS-MESES-DO-ANO.
           05 WS-MES-PRESENTE PIC X(1) OCCURS 12 TIMES.

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
               DISPLAY 'VIRADA DE ANO RESTRITA A SUPERVISOR.'
               MOVE 8 TO RETURN-CODE
               GOBACK.
      *Resultado da empresa da sessao, definido na selecao de
      *empresa do menu; rodando avulso vale o nome padrao.
           DISPLAY 'ARQUIVO_RESULTADO_FOLHA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-RESULTADO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           COMPUTE WS-ANO-HOJE = WS-DATA-HOJE / 10000.

           DISPLAY 'ANO A ENCERRAR (AAAA): '.
           ACCEPT WS-ANO-VIRADA.
           IF WS-ANO-VIRADA < 2000 OR WS-ANO-VIRADA > WS-ANO-HOJE
               DISPLAY 'ANO INVALIDO. NADA FOI FEITO.'
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE WS-ANO-VIRADA TO WS-ANO-VIRADA-X.
           COMPUTE WS-ANO-SEGUINTE = WS-ANO-VIRADA + 1.

           PERFORM CONFERE-VIRADA-FEITA.
           IF WS-JA-VIRADO = 'S'
               DISPLAY 'O ANO ' WS-ANO-VIRADA ' JA FOI VIRADO PARA '
                       WS-NOME-ARQ-RESULTADO '.'
               MOVE 8 TO RETURN-CODE
               GOBACK.

           MOVE ZERO TO WS-QTD-FALHAS.
           PERFORM CONFERE-PERIODOS THRU CONFERE-PERIODOS-FIM.
           PERFORM CONFERE-DEMONSTRATIVOS THRU
               CONFERE-DEMONSTRATIVOS-FIM.
           PERFORM CONFERE-CALENDARIO THRU CONFERE-CALENDARIO-FIM.
           PERFORM CONFERE-DECIMO THRU CONFERE-DECIMO-FIM.

           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LISTA.

           IF WS-QTD-FALHAS > ZERO
               MOVE 'VIRADA RECUSADA: ITENS PENDENTES NA LISTA.'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
               PERFORM FECHA-SPOOL
               DISPLAY 'ITENS PENDENTES NA LISTA DE PRONTIDAO: '
                       WS-QTD-FALHAS
               DISPLAY 'VIRADA RECUSADA; VEJA A LISTA NO SPOOL'
                       ' (PROG72).'
               MOVE 8 TO RETURN-CODE
               GOBACK.

           DISPLAY 'LISTA DE PRONTIDAO CONFERIDA.'.
           DISPLAY 'ARQUIVAR O ANO ' WS-ANO-VIRADA
                   ' E RETIRA-LO DOS ARQUIVOS VIVOS? (S/N)'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 's'
               MOVE 'S' TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S'
               MOVE 'VIRADA NAO CONFIRMADA PELO SUPERVISOR.'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
               PERFORM FECHA-SPOOL
               DISPLAY 'VIRADA CANCELADA. NADA FOI ARQUIVADO.'
               GOBACK.

           MOVE WS-NOME-ARQ-RESULTADO TO WS-NOME-VIVO.
           PERFORM ARQUIVA-ANO.
           MOVE WS-NOME-GERACAO TO WS-GERACAO-RESULTADO.
           MOVE WS-QTD-ARQUIVADAS TO WS-QTD-ARQ-RESULTADO.
           MOVE 'lancamentos_contabeis.dat' TO WS-NOME-VIVO.
           PERFORM ARQUIVA-ANO.
           MOVE WS-NOME-GERACAO TO WS-GERACAO-LANCAMENTOS.
           MOVE WS-QTD-ARQUIVADAS TO WS-QTD-ARQ-LANCAMENTOS.
           PERFORM REGISTRA-VIRADA.
           PERFORM IMPRIME-ENCERRAMENTO.
           PERFORM FECHA-SPOOL.

           DISPLAY 'LINHAS DE RESULTADO ARQUIVADAS: '
                   WS-QTD-ARQ-RESULTADO.
           DISPLAY 'LANCAMENTOS CONTABEIS ARQUIVADOS: '
                   WS-QTD-ARQ-LANCAMENTOS.
           DISPLAY 'VIRADA DO ANO ' WS-ANO-VIRADA ' CONCLUIDA; LISTA'
                   ' ASSINAVEL NO SPOOL (PROG72).'.
       PROGRAM-DONE.
           GOBACK.

       CONFERE-VIRADA-FEITA.
           MOVE 'N' TO WS-JA-VIRADO.
           OPEN INPUT ARQUIVO-VIRADA.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-VIRADA AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM EXAMINA-VIRADA
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-VIRADA.

       EXAMINA-VIRADA.
           IF VIRADA-ANO = WS-ANO-VIRADA AND
                   VIRADA-RESULTADO = WS-NOME-ARQ-RESULTADO
               MOVE 'S' TO WS-JA-VIRADO.
           READ ARQUIVO-VIRADA AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *ITEM 1 - doze periodos do ano em resultado_folha.dat.
      *-----------------------------------------------------------------
       CONFERE-PERIODOS.
           MOVE 'N' TO WS-ITEM-OK (1).
           MOVE SPACES TO WS-ITEM-DETALHE (1).
           MOVE ALL 'N' TO WS-MESES-DO-ANO.
           OPEN INPUT ARQUIVO-RESULTADO.
           IF WS-STATUS-RESULTADO NOT = '00'
               STRING WS-NOME-ARQ-RESULTADO DELIMITED BY SPACE
                      ' AUSENTE.' DELIMITED BY SIZE
                   INTO WS-ITEM-DETALHE (1)
               END-STRING
               ADD 1 TO WS-QTD-FALHAS
               GO TO CONFERE-PERIODOS-FIM.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-RESULTADO AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM MARCA-PERIODO
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-RESULTADO.

           MOVE ZEROS TO WS-QTD-MESES.
           MOVE 1 TO WS-PONTEIRO.
           STRING 'MESES AUSENTES:' DELIMITED BY SIZE
               INTO WS-ITEM-DETALHE (1) WITH POINTER WS-PONTEIRO
           END-STRING.
           PERFORM CONFERE-UM-MES
               VARYING WS-IND-MES FROM 1 BY 1
               UNTIL WS-IND-MES > 12.
           IF WS-QTD-MESES = 12
               MOVE 'S' TO WS-ITEM-OK (1)
               MOVE SPACES TO WS-ITEM-DETALHE (1)
               STRING 'PERIODOS ' WS-ANO-VIRADA '01 A '
                      WS-ANO-VIRADA '12 PRESENTES.'
                   DELIMITED BY SIZE INTO WS-ITEM-DETALHE (1)
               END-STRING
           ELSE
               ADD 1 TO WS-QTD-FALHAS.
       CONFERE-PERIODOS-FIM.
           EXIT.

       MARCA-PERIODO.
           COMPUTE WS-ANO-DA-LINHA = RESULTADO-PERIODO / 100.
           COMPUTE WS-MES-DA-LINHA = RESULTADO-PERIODO -
               WS-ANO-DA-LINHA * 100.
           IF WS-ANO-DA-LINHA = WS-ANO-VIRADA AND
                   WS-MES-DA-LINHA > ZEROS AND
                   WS-MES-DA-LINHA < 13
               MOVE 'S' TO WS-MES-PRESENTE (WS-MES-DA-LINHA).
           READ ARQUIVO-RESULTADO AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       CONFERE-UM-MES.
           IF WS-MES-PRESENTE (WS-IND-MES) = 'S'
               ADD 1 TO WS-QTD-MESES
           ELSE
               STRING ' ' WS-IND-MES DELIMITED BY SIZE
                   INTO WS-ITEM-DETALHE (1) WITH POINTER WS-PONTEIRO
               END-STRING.

      *-----------------------------------------------------------------
      *ITEM 2 - demonstrativos anuais emitidos pelo PROG98. O registro
      *do spool nao guarda o ano; ele vem do cabecalho do primeiro
      *demonstrativo de cada execucao DEMONSTRATIVO-ANO.
      *-----------------------------------------------------------------
       CONFERE-DEMONSTRATIVOS.
           MOVE 'N' TO WS-ITEM-OK (2).
           MOVE ZEROS TO WS-SEQ-DEMONSTRATIVO.
           OPEN INPUT ARQUIVO-REGISTRO-SPOOL.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-REGISTRO-SPOOL AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM EXAMINA-REGISTRO-SPOOL
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-REGISTRO-SPOOL.
           MOVE SPACES TO WS-ITEM-DETALHE (2).
           IF WS-SEQ-DEMONSTRATIVO = ZEROS
               STRING 'NENHUM DEMONSTRATIVO DE ' WS-ANO-VIRADA
                      ' NO SPOOL; RODE O PROG98.'
                   DELIMITED BY SIZE INTO WS-ITEM-DETALHE (2)
               END-STRING
               ADD 1 TO WS-QTD-FALHAS
               GO TO CONFERE-DEMONSTRATIVOS-FIM.
           MOVE 'S' TO WS-ITEM-OK (2).
           STRING 'EMITIDOS EM ' WS-DATA-DEMONSTRATIVO
                  ' (SPOOL ' WS-SEQ-DEMONSTRATIVO ').'
               DELIMITED BY SIZE INTO WS-ITEM-DETALHE (2)
           END-STRING.
       CONFERE-DEMONSTRATIVOS-FIM.
           EXIT.

       EXAMINA-REGISTRO-SPOOL.
           IF SPOOL-NOME = 'DEMONSTRATIVO-ANO'
               PERFORM EXAMINA-SPOOL-DEMONSTRATIVO.
           READ ARQUIVO-REGISTRO-SPOOL AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       EXAMINA-SPOOL-DEMONSTRATIVO.
      *Segunda linha do spool do PROG98:
      *'DEMONSTRATIVO ANUAL AAAA - FUNCIONARIO ...'.
           MOVE SPACES TO WS-NOME-ARQUIVO-SPOOL.
           STRING 'spool_' SPOOL-SEQUENCIA '.txt'
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO-SPOOL
           END-STRING.
           OPEN INPUT ARQUIVO-SPOOL.
           IF WS-STATUS-SPOOL = '00'
               MOVE SPACES TO SPOOL-TEXTO
               READ ARQUIVO-SPOOL
                   AT END
                       MOVE SPACES TO SPOOL-TEXTO
                   NOT AT END
                       READ ARQUIVO-SPOOL AT END
                           MOVE SPACES TO SPOOL-TEXTO
                       END-READ
               END-READ
               IF SPOOL-TEXTO (1:20) = 'DEMONSTRATIVO ANUAL ' AND
                       SPOOL-TEXTO (21:4) = WS-ANO-VIRADA-X
                   MOVE SPOOL-SEQUENCIA TO WS-SEQ-DEMONSTRATIVO
                   MOVE SPOOL-DATA TO WS-DATA-DEMONSTRATIVO
               END-IF
               CLOSE ARQUIVO-SPOOL
           END-IF.

      *-----------------------------------------------------------------
      *ITEM 3 - feriados do ano seguinte em calendario.dat (PROG123).
      *-----------------------------------------------------------------
       CONFERE-CALENDARIO.
           MOVE 'N' TO WS-ITEM-OK (3).
           MOVE SPACES TO WS-ITEM-DETALHE (3).
           MOVE ZEROS TO WS-QTD-FERIADOS.
           OPEN INPUT ARQUIVO-CALENDARIO.
           IF WS-STATUS-ARQUIVO-CALENDARIO NOT = '00'
               MOVE 'calendario.dat AUSENTE; CADASTRE PELO PROG123.'
                   TO WS-ITEM-DETALHE (3)
               ADD 1 TO WS-QTD-FALHAS
               GO TO CONFERE-CALENDARIO-FIM.
           COMPUTE CALENDARIO-DATA = WS-ANO-SEGUINTE * 10000 + 101.
           COMPUTE WS-DATA-LIMITE = WS-ANO-SEGUINTE * 10000 + 1231.
           MOVE 'N' TO FINAL-ARQUIVO.
           START ARQUIVO-CALENDARIO
               KEY IS NOT LESS THAN CALENDARIO-DATA
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO = 'N'
               READ ARQUIVO-CALENDARIO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ.
           PERFORM CONTA-FERIADO
               UNTIL FINAL-ARQUIVO = 'S' OR
                     CALENDARIO-DATA > WS-DATA-LIMITE.
           CLOSE ARQUIVO-CALENDARIO.
           STRING 'FERIADOS DE ' WS-ANO-SEGUINTE ' CADASTRADOS: '
                  WS-QTD-FERIADOS
               DELIMITED BY SIZE INTO WS-ITEM-DETALHE (3)
           END-STRING.
           IF WS-QTD-FERIADOS > ZEROS
               MOVE 'S' TO WS-ITEM-OK (3)
           ELSE
               ADD 1 TO WS-QTD-FALHAS.
       CONFERE-CALENDARIO-FIM.
           EXIT.

       CONTA-FERIADO.
           IF CALENDARIO-TIPO = 'F'
               ADD 1 TO WS-QTD-FERIADOS.
           READ ARQUIVO-CALENDARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *ITEM 4 - quitacao do 13o (parcela F) em decimo_terceiro.dat.
      *-----------------------------------------------------------------
       CONFERE-DECIMO.
           MOVE 'N' TO WS-ITEM-OK (4).
           MOVE SPACES TO WS-ITEM-DETALHE (4).
           MOVE ZEROS TO WS-QTD-QUITADOS.
           MOVE ZEROS TO WS-QTD-SEM-QUITACAO.
           OPEN INPUT ARQUIVO-DECIMO.
           IF WS-STATUS-ARQUIVO-DECIMO NOT = '00'
               MOVE 'decimo_terceiro.dat AUSENTE; GERE O 13o PELO'
                   TO WS-ITEM-DETALHE (4)
               MOVE ' PROG92.' TO WS-ITEM-DETALHE (4) (45:8)
               ADD 1 TO WS-QTD-FALHAS
               GO TO CONFERE-DECIMO-FIM.
           MOVE WS-ANO-VIRADA TO DECIMO-ANO.
           MOVE ZEROS TO DECIMO-CODIGO-FUNC.
           MOVE 'N' TO FINAL-ARQUIVO.
           START ARQUIVO-DECIMO KEY IS NOT LESS THAN DECIMO-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO = 'N'
               READ ARQUIVO-DECIMO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ.
           PERFORM CONTA-QUITACAO
               UNTIL FINAL-ARQUIVO = 'S' OR
                     DECIMO-ANO NOT = WS-ANO-VIRADA.
           CLOSE ARQUIVO-DECIMO.
           STRING 'QUITACOES F: ' WS-QTD-QUITADOS
                  '  SO COM ADIANTAMENTO: ' WS-QTD-SEM-QUITACAO
               DELIMITED BY SIZE INTO WS-ITEM-DETALHE (4)
           END-STRING.
           IF WS-QTD-QUITADOS > ZEROS AND
                   WS-QTD-SEM-QUITACAO = ZEROS
               MOVE 'S' TO WS-ITEM-OK (4)
           ELSE
               ADD 1 TO WS-QTD-FALHAS.
       CONFERE-DECIMO-FIM.
           EXIT.

       CONTA-QUITACAO.
           IF DECIMO-PARCELA-F > ZEROS
               ADD 1 TO WS-QTD-QUITADOS
           ELSE
               ADD 1 TO WS-QTD-SEM-QUITACAO.
           READ ARQUIVO-DECIMO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *ARQUIVAMENTO - linhas do ano vao para a geracao datada; as
      *demais passam pelo arquivo de trabalho e voltam ao arquivo
      *vivo so depois da geracao fechada.
      *-----------------------------------------------------------------
       ARQUIVA-ANO.
           MOVE ZEROS TO WS-QTD-ARQUIVADAS.
           MOVE ZEROS TO WS-QTD-MANTIDAS.
           MOVE SPACES TO WS-NOME-GERACAO.
           STRING 'virada_' WS-DATA-HOJE '_' DELIMITED BY SIZE
                  WS-NOME-VIVO DELIMITED BY SPACE
               INTO WS-NOME-GERACAO
           END-STRING.
           OPEN INPUT ARQUIVO-VIVO.
           IF WS-STATUS-VIVO NOT = '00'
               DISPLAY WS-NOME-VIVO ' AUSENTE; NADA A ARQUIVAR.'
               MOVE SPACES TO WS-NOME-GERACAO
           ELSE
               OPEN OUTPUT ARQUIVO-GERACAO
               OPEN OUTPUT ARQUIVO-TRABALHO
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-VIVO AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM SEPARA-LINHA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-VIVO
               CLOSE ARQUIVO-GERACAO
               CLOSE ARQUIVO-TRABALHO
               PERFORM REGRAVA-VIVO
           END-IF.

       SEPARA-LINHA.
           IF VIVO-ANO = WS-ANO-VIRADA-X
               MOVE VIVO-LINHA TO GERACAO-LINHA
               WRITE GERACAO-LINHA
               ADD 1 TO WS-QTD-ARQUIVADAS
           ELSE
               MOVE VIVO-LINHA TO TRABALHO-LINHA
               WRITE TRABALHO-LINHA
               ADD 1 TO WS-QTD-MANTIDAS.
           READ ARQUIVO-VIVO AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       REGRAVA-VIVO.
           OPEN INPUT ARQUIVO-TRABALHO.
           OPEN OUTPUT ARQUIVO-VIVO.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-TRABALHO AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM DEVOLVE-LINHA
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-TRABALHO.
           CLOSE ARQUIVO-VIVO.

       DEVOLVE-LINHA.
           MOVE TRABALHO-LINHA TO VIVO-LINHA.
           WRITE VIVO-LINHA.
           READ ARQUIVO-TRABALHO AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       REGISTRA-VIRADA.
           OPEN EXTEND ARQUIVO-VIRADA.
           MOVE WS-ANO-VIRADA TO VIRADA-ANO.
           MOVE WS-NOME-ARQ-RESULTADO TO VIRADA-RESULTADO.
           MOVE WS-DATA-HOJE TO VIRADA-DATA.
           MOVE WS-HORA-AGORA TO VIRADA-HORA.
           MOVE WS-OPERADOR TO VIRADA-OPERADOR.
           MOVE WS-QTD-ARQ-RESULTADO TO VIRADA-QTD-RESULTADO.
           MOVE WS-QTD-ARQ-LANCAMENTOS TO VIRADA-QTD-LANCAMENTOS.
           WRITE VIRADA-LINHA.
           CLOSE ARQUIVO-VIRADA.

      *-----------------------------------------------------------------
      *RELATORIO - lista de prontidao e termo de encerramento.
      *-----------------------------------------------------------------
       IMPRIME-LISTA.
           STRING 'VIRADA DO ANO ' WS-ANO-VIRADA ' - '
                  WS-NOME-ARQ-RESULTADO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'CONFERIDO EM ' WS-DATA-HOJE ' ' WS-HORA-AGORA
                  ' POR ' WS-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'LISTA DE PRONTIDAO' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-UM-ITEM
               VARYING WS-IND-ITEM FROM 1 BY 1
               UNTIL WS-IND-ITEM > 4.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-UM-ITEM.
           IF WS-ITEM-OK (WS-IND-ITEM) = 'S'
               MOVE '[OK]    ' TO WS-LINHA-IMPRESSA
           ELSE
               MOVE '[FALHOU]' TO WS-LINHA-IMPRESSA.
           IF WS-IND-ITEM = 1
               MOVE '1. DOZE PERIODOS DO ANO NO RESULTADO DA FOLHA'
                   TO WS-LINHA-IMPRESSA (10:60).
           IF WS-IND-ITEM = 2
               MOVE '2. DEMONSTRATIVOS ANUAIS EMITIDOS (PROG98)'
                   TO WS-LINHA-IMPRESSA (10:60).
           IF WS-IND-ITEM = 3
               MOVE '3. FERIADOS DO ANO SEGUINTE NO CALENDARIO'
                   TO WS-LINHA-IMPRESSA (10:60).
           IF WS-IND-ITEM = 4
               MOVE '4. QUITACAO DO 13o (PARCELA F) GERADA'
                   TO WS-LINHA-IMPRESSA (10:60).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-ITEM-DETALHE (WS-IND-ITEM)
               TO WS-LINHA-IMPRESSA (13:60).
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-ENCERRAMENTO.
           MOVE 'GERACOES GRAVADAS' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-GERACAO-RESULTADO TO WS-NOME-GERACAO.
           MOVE WS-QTD-ARQ-RESULTADO TO WS-QTD-ARQUIVADAS.
           PERFORM IMPRIME-GERACAO.
           MOVE WS-GERACAO-LANCAMENTOS TO WS-NOME-GERACAO.
           MOVE WS-QTD-ARQ-LANCAMENTOS TO WS-QTD-ARQUIVADAS.
           PERFORM IMPRIME-GERACAO.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'ANO ' WS-ANO-VIRADA ' ENCERRADO POR ' WS-OPERADOR
                  ' EM ' WS-DATA-HOJE ' ' WS-HORA-AGORA
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'ASSINATURA DO SUPERVISOR:    ______________________'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'ASSINATURA DA CONTABILIDADE: ______________________'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-GERACAO.
           IF WS-NOME-GERACAO = SPACES
               MOVE '  ARQUIVO VIVO AUSENTE - SEM GERACAO'
                   TO WS-LINHA-IMPRESSA
           ELSE
               STRING '  ' WS-NOME-GERACAO ' LINHAS: '
                      WS-QTD-ARQUIVADAS
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       FECHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
