      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.     18_Recuperacao.
       AUTHOR.         VINICIUS AZEVEDO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       NAO E CONFIDENCIAL.
      ******************************************************************
      * TEXTO: Abertura da recuperacao do periodo letivo. Percorre
      * nota.dat e separa, no periodo pedido, as notas abaixo da
      * media do curso mas nao abaixo do piso de
      * parametros_recuperacao.dat - reprovado por falta (mesma
      * regra de frequencia do 04_Boletim) nao tem recuperacao.
      * Cada nota elegivel ganha um registro pendente em
      * recuperacao.dat; a prova entra pelo 03_Cursos_e_Notas, passa
      * pela aprovacao do 10_Aprova_Notas e so entao a nota final
      * vale. A lista de elegiveis sai por turma no spool central
      * (PROG71). Rodar de novo no mesmo periodo nao duplica: quem
      * ja tem registro aparece com a situacao atual.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.
       SPECIAL-NAMES.             DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SL_STUDENT.cbl'.
           COPY 'SL_CURSO.cbl'.
           COPY 'SL_NOTA.cbl'.
           COPY 'SL_TURMA.cbl'.
           COPY 'SL_FREQUENCIA.cbl'.
           COPY 'SL_RECUPER.cbl'.

           SELECT PARAM-FREQUENCIA
           ASSIGN TO 'frequencia_minima.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAM-FREQ.
      *Percentual minimo de frequencia (3 digitos, ex: 075 = 75%).
      *Sem o arquivo, vale 75%.

           SELECT PARAM-RECUPERACAO
           ASSIGN TO 'parametros_recuperacao.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAM-REC.
      *Nota minima para ter recuperacao (3 digitos, ex: 040 = 4,0)
      *e regra da nota final (M = media entre a nota original e a
      *prova, T = prova limitada a media do curso). Sem o arquivo:
      *piso 4,0 e regra M.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FD_STUDENT.cbl'.
           COPY 'FD_CURSO.cbl'.
           COPY 'FD_NOTA.cbl'.
           COPY 'FD_TURMA.cbl'.
           COPY 'FD_FREQUENCIA.cbl'.
           COPY 'FD_RECUPER.cbl'.

       FD  PARAM-FREQUENCIA.
       01  PARAM-FREQUENCIA-LINHA.
           05  PARAM-FREQ-MINIMA        PIC 9(3).

       FD  PARAM-RECUPERACAO.
       01  PARAM-RECUPERACAO-LINHA.
           05  PARAM-REC-PISO           PIC 9(2)V9.
           05  PARAM-REC-REGRA          PIC X(1).

       WORKING-STORAGE SECTION.
       77  WS-ACAO-VERSAO              PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA          PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK                PIC X VALUE 'N'.
       77  WS-NOME-ARQ-TURMA           PIC X(30) VALUE 'turma.dat'.
       77  WS-NOME-ARQ-STUDENT         PIC X(30) VALUE 'student.dat'.
       77  FINAL-ARQUIVO               PIC X VALUE 'N'.
       77  WS-STATUS-CURSO             PIC X(02) VALUE '00'.
       77  WS-STATUS-NOTA              PIC X(02) VALUE '00'.
       77  WS-STATUS-TURMA             PIC X(02) VALUE '00'.
       77  WS-STATUS-FREQUENCIA        PIC X(02) VALUE '00'.
       77  WS-STATUS-RECUPER           PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAM-FREQ        PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAM-REC         PIC X(02) VALUE '00'.
       77  WS-FREQ-MINIMA              PIC 9(3) VALUE 75.
       77  WS-PISO-RECUPERACAO         PIC 9(2)V9 VALUE 4.
       77  WS-REGRA-RECUPERACAO        PIC X VALUE 'M'.
       77  WS-TEM-ARQ-FREQUENCIA       PIC X VALUE 'N'.
       77  WS-FIM-FREQUENCIA           PIC X VALUE 'N'.
       77  WS-PERIODO-PEDIDO           PIC 9(6) VALUE ZEROS.
       77  WS-DATA-HOJE                PIC 9(8) VALUE ZEROS.
       77  WS-ALUNO-CORRENTE           PIC 9(5) VALUE ZEROS.
       77  WS-ELEGIVEL                 PIC X VALUE 'N'.
       77  WS-MEDIA-DO-CURSO           PIC 9(2)V9 VALUE ZEROS.
       77  WS-TURMA-DO-CURSO           PIC 9(4) VALUE ZEROS.
       77  WS-AULAS-DADAS              PIC 9(4) VALUE ZEROS.
       77  WS-PRESENCAS                PIC 9(4) VALUE ZEROS.
       77  WS-FREQ-APURADA             PIC 9(3)V9 VALUE ZEROS.
       77  WS-IND                      PIC 9(4) VALUE ZEROS.
       77  WS-IND2                     PIC 9(4) VALUE ZEROS.
       77  WS-TURMA-LISTADA            PIC 9(4) VALUE ZEROS.
       77  WS-CURSO-LISTADO            PIC 9(4) VALUE ZEROS.
       77  WS-TURMA-IMPRESSA           PIC X VALUE 'N'.
       77  WS-TOTAL-ELEGIVEIS          PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-ABERTAS            PIC 9(4) VALUE ZEROS.
       77  WS-NOTA-EXIBE               PIC Z9,9.
       77  WS-MEDIA-EXIBE              PIC Z9,9.
       77  WS-PISO-EXIBE               PIC Z9,9.
       77  WS-DESC-SITUACAO            PIC X(10) VALUE SPACES.
       77  WS-NOME-ALUNO               PIC X(25) VALUE SPACES.
       77  WS-ACAO-SPOOL               PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA           PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO           PIC X(20)
           VALUE 'RECUPERACAO'.

       01  WS-TABELA-TURMAS.
      *Turma de cada curso/periodo, para achar a chamada da nota e
      *agrupar a lista.
           05 WS-QTD-TURMAS            PIC 9(4) VALUE ZEROS.
           05 WS-TURMA-LINHA OCCURS 999 TIMES.
              10 WS-TT-TURMA-ID        PIC 9(4).
              10 WS-TT-CURSO-ID        PIC 9(4).
              10 WS-TT-PERIODO         PIC 9(6).
       01  WS-TABELA-ELEGIVEIS.
      *Notas elegiveis do periodo, na ordem de nota.dat.
           05 WS-QTD-ELEGIVEIS         PIC 9(4) VALUE ZEROS.
           05 WS-ELEGIVEL-LINHA OCCURS 999 TIMES.
              10 WS-TE-TURMA-ID        PIC 9(4).
              10 WS-TE-CURSO-ID        PIC 9(4).
              10 WS-TE-STUDENT-ID      PIC 9(5).
              10 WS-TE-NOTA            PIC 9(2)V9.
              10 WS-TE-MEDIA           PIC 9(2)V9.
              10 WS-TE-SITUACAO        PIC X(1).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM CONFERE-VERSOES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'PERIODO LETIVO DA RECUPERACAO (AAAAPP): '.
           ACCEPT WS-PERIODO-PEDIDO.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-TURMAS.
           PERFORM SELECIONA-ELEGIVEIS.
           IF WS-QTD-ELEGIVEIS = ZEROS
               DISPLAY 'NENHUMA NOTA ELEGIVEL A RECUPERACAO NO'
                       ' PERIODO ' WS-PERIODO-PEDIDO '.'
           ELSE
               PERFORM IMPRIME-ELEGIVEIS
               DISPLAY 'NOTAS ELEGIVEIS: ' WS-TOTAL-ELEGIVEIS
                       '  RECUPERACOES ABERTAS AGORA: '
                       WS-TOTAL-ABERTAS
               DISPLAY 'LISTA NO SPOOL (PROG72).'.

       PROGRAM-DONE.
           GOBACK.

       CONFERE-VERSOES.
      *Layouts v2 de turma.dat (11_Migra_Turmas) e de student.dat
      *(15_Migra_Alunos), registrados no PROG82.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-TURMA
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'RODE A MIGRACAO 11_Migra_Turmas ANTES.'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-STUDENT
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'RODE A MIGRACAO 15_Migra_Alunos ANTES.'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-PARAMETROS.
           OPEN INPUT PARAM-FREQUENCIA.
           IF WS-STATUS-PARAM-FREQ = '00'
               READ PARAM-FREQUENCIA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-FREQ-MINIMA IS NUMERIC AND
                               PARAM-FREQ-MINIMA > ZEROS
                           MOVE PARAM-FREQ-MINIMA
                               TO WS-FREQ-MINIMA
                       END-IF
               END-READ
               CLOSE PARAM-FREQUENCIA
           END-IF.
           OPEN INPUT PARAM-RECUPERACAO.
           IF WS-STATUS-PARAM-REC = '00'
               READ PARAM-RECUPERACAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-REC-PISO IS NUMERIC
                           MOVE PARAM-REC-PISO
                               TO WS-PISO-RECUPERACAO
                       END-IF
                       IF PARAM-REC-REGRA = 'M' OR
                               PARAM-REC-REGRA = 'T'
                           MOVE PARAM-REC-REGRA
                               TO WS-REGRA-RECUPERACAO
                       END-IF
               END-READ
               CLOSE PARAM-RECUPERACAO
           END-IF.

       CARREGA-TURMAS.
           MOVE ZEROS TO WS-QTD-TURMAS.
           OPEN INPUT TURMA.
           IF WS-STATUS-TURMA = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ TURMA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-UMA-TURMA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE TURMA
           END-IF.

       GUARDA-UMA-TURMA.
           IF WS-QTD-TURMAS < 999
               ADD 1 TO WS-QTD-TURMAS
               MOVE TURMA-ID TO WS-TT-TURMA-ID (WS-QTD-TURMAS)
               MOVE TURMA-CURSO-ID TO WS-TT-CURSO-ID (WS-QTD-TURMAS)
               MOVE TURMA-PERIODO TO WS-TT-PERIODO (WS-QTD-TURMAS).
           READ TURMA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      * SELECAO - nota do periodo abaixo da media do curso, nao
      * abaixo do piso e sem reprovacao por falta.
      *-----------------------------------------------------------------
       SELECIONA-ELEGIVEIS.
           MOVE ZEROS TO WS-QTD-ELEGIVEIS.
           OPEN INPUT NOTA.
           IF WS-STATUS-NOTA NOT = '00'
               DISPLAY 'ARQUIVO DE NOTAS NAO ENCONTRADO.'
           ELSE
               OPEN INPUT CURSO
               OPEN INPUT FREQUENCIA
               IF WS-STATUS-FREQUENCIA = '00'
                   MOVE 'S' TO WS-TEM-ARQ-FREQUENCIA
               END-IF
               OPEN I-O RECUPER
               IF WS-STATUS-RECUPER = '35'
                   OPEN OUTPUT RECUPER
                   CLOSE RECUPER
                   OPEN I-O RECUPER
               END-IF
               MOVE 'N' TO FINAL-ARQUIVO
               READ NOTA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UMA-NOTA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE RECUPER
               IF WS-TEM-ARQ-FREQUENCIA = 'S'
                   CLOSE FREQUENCIA
               END-IF
               CLOSE CURSO
               CLOSE NOTA.

       CONFERE-UMA-NOTA.
           IF NOTA-PERIODO = WS-PERIODO-PEDIDO
               PERFORM CONFERE-ELEGIBILIDADE
               IF WS-ELEGIVEL = 'S'
                   PERFORM ABRE-RECUPERACAO
               END-IF
           END-IF.
           READ NOTA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       CONFERE-ELEGIBILIDADE.
           MOVE 'N' TO WS-ELEGIVEL.
           MOVE NOTA-STUDENT-ID TO WS-ALUNO-CORRENTE.
           MOVE NOTA-CURSO-ID TO CURSO-ID.
           READ CURSO RECORD
               INVALID KEY
                   MOVE ZEROS TO WS-MEDIA-DO-CURSO
               NOT INVALID KEY
                   MOVE CURSO-MEDIA-APROVACAO TO WS-MEDIA-DO-CURSO
           END-READ.
           IF NOTA-VALOR < WS-MEDIA-DO-CURSO AND
                   NOTA-VALOR NOT < WS-PISO-RECUPERACAO
               MOVE 'S' TO WS-ELEGIVEL.
      *A turma sai sempre: e o agrupamento da lista.
           PERFORM APURA-FREQUENCIA-DA-NOTA.
           IF WS-ELEGIVEL = 'S' AND WS-AULAS-DADAS > ZEROS
               COMPUTE WS-FREQ-APURADA ROUNDED =
                   WS-PRESENCAS * 100 / WS-AULAS-DADAS
               IF WS-FREQ-APURADA < WS-FREQ-MINIMA
                   MOVE 'N' TO WS-ELEGIVEL.

       APURA-FREQUENCIA-DA-NOTA.
           MOVE ZEROS TO WS-AULAS-DADAS.
           MOVE ZEROS TO WS-PRESENCAS.
           MOVE ZEROS TO WS-TURMA-DO-CURSO.
           PERFORM PROCURA-TURMA-DA-NOTA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-TURMAS OR
                     WS-TURMA-DO-CURSO > ZEROS.
           IF WS-TURMA-DO-CURSO > ZEROS AND
                   WS-TEM-ARQ-FREQUENCIA = 'S'
               PERFORM CONTA-FREQ-NA-TURMA.

       PROCURA-TURMA-DA-NOTA.
           IF WS-TT-CURSO-ID (WS-IND) = NOTA-CURSO-ID AND
                   WS-TT-PERIODO (WS-IND) = NOTA-PERIODO
               MOVE WS-TT-TURMA-ID (WS-IND) TO WS-TURMA-DO-CURSO.

       CONTA-FREQ-NA-TURMA.
           MOVE WS-TURMA-DO-CURSO TO FREQUENCIA-TURMA-ID.
           MOVE ZEROS TO FREQUENCIA-DATA.
           MOVE ZEROS TO FREQUENCIA-STUDENT-ID.
           MOVE 'N' TO WS-FIM-FREQUENCIA.
           START FREQUENCIA KEY IS NOT LESS THAN FREQUENCIA-CHAVE
               INVALID KEY
               MOVE 'S' TO WS-FIM-FREQUENCIA.
           IF WS-FIM-FREQUENCIA = 'N'
               READ FREQUENCIA NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-FREQUENCIA
               END-READ.
           PERFORM CONTA-UMA-CHAMADA
               UNTIL WS-FIM-FREQUENCIA = 'S' OR
                     FREQUENCIA-TURMA-ID NOT = WS-TURMA-DO-CURSO.

       CONTA-UMA-CHAMADA.
           IF FREQUENCIA-STUDENT-ID = WS-ALUNO-CORRENTE
               ADD 1 TO WS-AULAS-DADAS
               IF FREQUENCIA-PRESENTE = 'P'
                   ADD 1 TO WS-PRESENCAS
               END-IF
           END-IF.
           READ FREQUENCIA NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-FREQUENCIA.

       ABRE-RECUPERACAO.
      *Registro pendente da nota; se ja existe (rodada anterior),
      *fica como esta e a lista mostra a situacao atual.
           ADD 1 TO WS-TOTAL-ELEGIVEIS.
           MOVE NOTA-STUDENT-ID TO RECUPER-STUDENT-ID.
           MOVE NOTA-CURSO-ID TO RECUPER-CURSO-ID.
           MOVE NOTA-PERIODO TO RECUPER-PERIODO.
           MOVE WS-TURMA-DO-CURSO TO RECUPER-TURMA-ID.
           MOVE NOTA-VALOR TO RECUPER-NOTA-ORIGINAL.
           MOVE WS-MEDIA-DO-CURSO TO RECUPER-MEDIA-APROVACAO.
           MOVE ZEROS TO RECUPER-NOTA-PROVA.
           MOVE ZEROS TO RECUPER-NOTA-FINAL.
           MOVE SPACE TO RECUPER-REGRA.
           MOVE 'P' TO RECUPER-SITUACAO.
           MOVE WS-DATA-HOJE TO RECUPER-DATA-ABERTURA.
           MOVE SPACES TO RECUPER-OPERADOR.
           MOVE ZEROS TO RECUPER-DATA-LANCAMENTO.
           WRITE RECUPER-FILE
               INVALID KEY
                   READ RECUPER RECORD
                       INVALID KEY
                           CONTINUE
                   END-READ
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ABERTAS
           END-WRITE.
           IF WS-QTD-ELEGIVEIS < 999
               ADD 1 TO WS-QTD-ELEGIVEIS
               MOVE RECUPER-TURMA-ID
                   TO WS-TE-TURMA-ID (WS-QTD-ELEGIVEIS)
               MOVE NOTA-CURSO-ID TO WS-TE-CURSO-ID (WS-QTD-ELEGIVEIS)
               MOVE NOTA-STUDENT-ID
                   TO WS-TE-STUDENT-ID (WS-QTD-ELEGIVEIS)
               MOVE NOTA-VALOR TO WS-TE-NOTA (WS-QTD-ELEGIVEIS)
               MOVE WS-MEDIA-DO-CURSO TO WS-TE-MEDIA (WS-QTD-ELEGIVEIS)
               MOVE RECUPER-SITUACAO
                   TO WS-TE-SITUACAO (WS-QTD-ELEGIVEIS).

      *-----------------------------------------------------------------
      * LISTA - uma secao por turma do periodo, na ordem de
      * turma.dat; notas de curso sem turma aberta vao no fim.
      *-----------------------------------------------------------------
       IMPRIME-ELEGIVEIS.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           STRING 'ALUNOS EM RECUPERACAO - PERIODO '
                  WS-PERIODO-PEDIDO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-PISO-RECUPERACAO TO WS-PISO-EXIBE.
           STRING 'PISO: ' WS-PISO-EXIBE
                  '  REGRA DA NOTA FINAL: ' WS-REGRA-RECUPERACAO
                  ' (M = MEDIA, T = TETO NA MEDIA DO CURSO)'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           OPEN INPUT STUDENT.
           PERFORM LISTA-UMA-TURMA
               VARYING WS-IND2 FROM 1 BY 1
               UNTIL WS-IND2 > WS-QTD-TURMAS.
           MOVE ZEROS TO WS-TURMA-LISTADA.
           MOVE ZEROS TO WS-CURSO-LISTADO.
           PERFORM LISTA-ELEGIVEIS-DA-TURMA.
           CLOSE STUDENT.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'TOTAL DE ELEGIVEIS: ' WS-TOTAL-ELEGIVEIS
                  '  ABERTAS NESTA RODADA: ' WS-TOTAL-ABERTAS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       LISTA-UMA-TURMA.
           IF WS-TT-PERIODO (WS-IND2) = WS-PERIODO-PEDIDO
               MOVE WS-TT-TURMA-ID (WS-IND2) TO WS-TURMA-LISTADA
               MOVE WS-TT-CURSO-ID (WS-IND2) TO WS-CURSO-LISTADO
               PERFORM LISTA-ELEGIVEIS-DA-TURMA.

       LISTA-ELEGIVEIS-DA-TURMA.
           MOVE 'N' TO WS-TURMA-IMPRESSA.
           PERFORM LISTA-UM-ELEGIVEL
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-ELEGIVEIS.

       LISTA-UM-ELEGIVEL.
           IF WS-TE-TURMA-ID (WS-IND) = WS-TURMA-LISTADA
               IF WS-TURMA-IMPRESSA = 'N'
                   PERFORM IMPRIME-CABECALHO-TURMA
               END-IF
               PERFORM BUSCA-NOME-ALUNO
               PERFORM DESCREVE-SITUACAO
               MOVE WS-TE-NOTA (WS-IND) TO WS-NOTA-EXIBE
               MOVE WS-TE-MEDIA (WS-IND) TO WS-MEDIA-EXIBE
               STRING WS-TE-STUDENT-ID (WS-IND) ' ' WS-NOME-ALUNO
                      ' ' WS-TE-CURSO-ID (WS-IND)
                      '  ' WS-NOTA-EXIBE '   ' WS-MEDIA-EXIBE
                      '  ' WS-DESC-SITUACAO
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-CABECALHO-TURMA.
           MOVE 'S' TO WS-TURMA-IMPRESSA.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-TURMA-LISTADA = ZEROS
               MOVE 'CURSOS SEM TURMA ABERTA NO PERIODO'
                   TO WS-LINHA-IMPRESSA
           ELSE
               STRING 'TURMA ' WS-TURMA-LISTADA
                      '  CURSO ' WS-CURSO-LISTADO
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'ALUNO NOME                      CURSO NOTA   MEDIA'
               TO WS-LINHA-IMPRESSA.
           MOVE 'SITUACAO' TO WS-LINHA-IMPRESSA (53:8).
           PERFORM GRAVA-LINHA-SPOOL.

       DESCREVE-SITUACAO.
           MOVE 'PENDENTE' TO WS-DESC-SITUACAO.
           IF WS-TE-SITUACAO (WS-IND) = 'L'
               MOVE 'LANCADA' TO WS-DESC-SITUACAO.
           IF WS-TE-SITUACAO (WS-IND) = 'A'
               MOVE 'APROVADA' TO WS-DESC-SITUACAO.

       BUSCA-NOME-ALUNO.
           MOVE WS-TE-STUDENT-ID (WS-IND) TO STUDENT-ID.
           READ STUDENT RECORD
               INVALID KEY
                   MOVE '(SEM CADASTRO)' TO WS-NOME-ALUNO
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO WS-NOME-ALUNO
           END-READ.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
