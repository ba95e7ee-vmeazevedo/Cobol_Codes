      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.     19_Salas.
       AUTHOR.         VINICIUS AZEVEDO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       NAO E CONFIDENCIAL.
      ******************************************************************
      * TEXTO: Cadastro de salas (sala.dat: codigo, predio, lugares,
      * recursos) e alocacao de uma sala por turma
      * (alocacao_sala.dat), no mesmo desenho da alocacao de
      * professor do 07_Professores. A alocacao recusa a sala ja
      * ocupada por outra turma com o mesmo TURMA-HORARIO no mesmo
      * TURMA-PERIODO e a sala com menos lugares que a
      * TURMA-CAPACIDADE. A grade de ocupacao do periodo sai no
      * spool central (PROG71): cada sala com as turmas e horarios
      * e, para cada horario em uso no periodo, as salas livres -
      * para a secretaria encaixar turmas extras.
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
           COPY 'SL_SALA.cbl'.
           COPY 'SL_TURMA.cbl'.
           COPY 'SL_ALOCSALA.cbl'.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FD_SALA.cbl'.
           COPY 'FD_TURMA.cbl'.
           COPY 'FD_ALOCSALA.cbl'.

       WORKING-STORAGE SECTION.
       77  WS-ACAO-VERSAO              PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA          PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK                PIC X VALUE 'N'.
       77  WS-NOME-ARQ-TURMA           PIC X(30) VALUE 'turma.dat'.
       77  WS-OPCAO                    PIC 9 VALUE ZERO.
       77  REGISTRO-ENCONTRADO         PIC X VALUE 'N'.
       77  FINAL-ARQUIVO               PIC X VALUE 'N'.
       77  WS-STATUS-SALA              PIC X(02) VALUE '00'.
       77  WS-STATUS-TURMA             PIC X(02) VALUE '00'.
       77  WS-STATUS-ALOCSALA          PIC X(02) VALUE '00'.
       77  WS-SALA-PEDIDA              PIC X(6) VALUE SPACES.
       77  WS-LUGARES-SALA             PIC 9(3) VALUE ZEROS.
       77  WS-TURMA-PEDIDA             PIC 9(4) VALUE ZEROS.
       77  WS-PERIODO-PEDIDO           PIC 9(6) VALUE ZEROS.
       77  WS-PERIODO-NOVA             PIC 9(6) VALUE ZEROS.
       77  WS-HORARIO-NOVA             PIC X(20) VALUE SPACES.
       77  WS-CAPACIDADE-NOVA          PIC 9(3) VALUE ZEROS.
       77  WS-TEM-CONFLITO             PIC X VALUE 'N'.
       77  WS-TURMA-CONFLITO           PIC 9(4) VALUE ZEROS.
       77  WS-IND-SALA                 PIC 9(4) VALUE ZEROS.
       77  WS-IND-TURMA                PIC 9(4) VALUE ZEROS.
       77  WS-IND-HORARIO              PIC 9(4) VALUE ZEROS.
       77  WS-ACHOU                    PIC X VALUE 'N'.
       77  WS-SALA-LIVRE               PIC X VALUE 'S'.
       77  WS-QTD-NA-LINHA             PIC 9(2) VALUE ZEROS.
       77  WS-QTD-LIVRES               PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-SEM-SALA           PIC 9(4) VALUE ZEROS.
       77  WS-MARCA-LOTACAO            PIC X(15) VALUE SPACES.
       77  WS-ACAO-SPOOL               PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA           PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO           PIC X(20)
           VALUE 'OCUPACAO-SALAS'.

       01  WS-TABELA-SALAS.
           05 WS-QTD-SALAS             PIC 9(4) VALUE ZEROS.
           05 WS-SALA-LINHA OCCURS 999 TIMES.
              10 WS-TS-SALA-ID         PIC X(6).
              10 WS-TS-PREDIO          PIC X(20).
              10 WS-TS-LUGARES         PIC 9(3).
       01  WS-TABELA-TURMAS.
      *Turmas do periodo da grade, com a sala alocada (espacos =
      *sem sala).
           05 WS-QTD-TURMAS            PIC 9(4) VALUE ZEROS.
           05 WS-TURMA-LINHA OCCURS 999 TIMES.
              10 WS-TT-TURMA-ID        PIC 9(4).
              10 WS-TT-CURSO-ID        PIC 9(4).
              10 WS-TT-HORARIO         PIC X(20).
              10 WS-TT-CAPACIDADE      PIC 9(3).
              10 WS-TT-SALA-ID         PIC X(6).
       01  WS-TABELA-HORARIOS.
      *Horarios distintos em uso no periodo.
           05 WS-QTD-HORARIOS          PIC 9(4) VALUE ZEROS.
           05 WS-HORARIO-LINHA OCCURS 200 TIMES.
              10 WS-TH-HORARIO         PIC X(20).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM CONFERE-VERSAO-TURMA.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.

       PROGRAM-DONE.
           GOBACK.

       CONFERE-VERSAO-TURMA.
      *Layout v2 de turma.dat (campo de mensalidade, registrado
      *pela migracao 11_Migra_Turmas no PROG82).
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-TURMA
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'RODE A MIGRACAO 11_Migra_Turmas ANTES.'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'SALAS DE AULA'.
           DISPLAY '1. INCLUIR SALA'.
           DISPLAY '2. LISTAR SALAS'.
           DISPLAY '3. ALOCAR SALA A UMA TURMA'.
           DISPLAY '4. GRADE DE OCUPACAO DO PERIODO'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM INCLUIR-SALA.
           IF WS-OPCAO = 2
               PERFORM LISTAR-SALAS.
           IF WS-OPCAO = 3
               PERFORM ALOCAR-SALA.
           IF WS-OPCAO = 4
               PERFORM GRADE-DE-OCUPACAO.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 4 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

       INCLUIR-SALA.
           OPEN I-O SALA.
           IF WS-STATUS-SALA = '35'
      *Primeira inclusao cria o arquivo.
               OPEN OUTPUT SALA
               CLOSE SALA
               OPEN I-O SALA
           END-IF.
           MOVE SPACES TO SALA-FILE.
           DISPLAY 'CODIGO DA SALA (ATE 6 POSICOES): '.
           ACCEPT SALA-ID.
           DISPLAY 'PREDIO: '.
           ACCEPT SALA-PREDIO.
           DISPLAY 'LUGARES (1-999): '.
           ACCEPT SALA-LUGARES.
           DISPLAY 'RECURSOS (PROJETOR, LABORATORIO...): '.
           ACCEPT SALA-RECURSOS.
           IF SALA-ID = SPACES OR SALA-LUGARES = ZEROS
               DISPLAY 'CODIGO E LUGARES SAO OBRIGATORIOS.'
           ELSE
               WRITE SALA-FILE
                   INVALID KEY
                       DISPLAY 'SALA JA CADASTRADA.'
                   NOT INVALID KEY
                       DISPLAY 'SALA INCLUIDA.'
               END-WRITE.
           CLOSE SALA.

       LISTAR-SALAS.
           OPEN INPUT SALA.
           IF WS-STATUS-SALA NOT = '00'
               DISPLAY 'NENHUMA SALA CADASTRADA AINDA.'
               GOBACK.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ SALA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM LISTA-UMA-SALA
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE SALA.

       LISTA-UMA-SALA.
           DISPLAY SALA-ID ' ' SALA-PREDIO ' LUGARES: ' SALA-LUGARES
                   ' ' SALA-RECURSOS.
           READ SALA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      * ALOCACAO - uma sala por turma; sala pequena ou ja ocupada no
      * mesmo horario e periodo e recusada.
      *-----------------------------------------------------------------
       ALOCAR-SALA.
           DISPLAY 'CODIGO DA SALA: '.
           ACCEPT WS-SALA-PEDIDA.
           OPEN INPUT SALA.
           IF WS-STATUS-SALA NOT = '00'
               DISPLAY 'NENHUMA SALA CADASTRADA AINDA.'
               GOBACK.
           MOVE WS-SALA-PEDIDA TO SALA-ID.
           READ SALA RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO
               MOVE SALA-LUGARES TO WS-LUGARES-SALA
               DISPLAY 'SALA: ' SALA-ID ' ' SALA-PREDIO
                       ' LUGARES: ' SALA-LUGARES.
           CLOSE SALA.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'SALA NAO CADASTRADA.'
               GOBACK.

           DISPLAY 'TURMA-ID (1-9999): '.
           ACCEPT WS-TURMA-PEDIDA.
           OPEN INPUT TURMA.
           MOVE WS-TURMA-PEDIDA TO TURMA-ID.
           READ TURMA RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO
               MOVE TURMA-PERIODO TO WS-PERIODO-NOVA
               MOVE TURMA-HORARIO TO WS-HORARIO-NOVA
               MOVE TURMA-CAPACIDADE TO WS-CAPACIDADE-NOVA.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'TURMA NAO CADASTRADA.'
               CLOSE TURMA
               GOBACK.

           IF WS-LUGARES-SALA < WS-CAPACIDADE-NOVA
               DISPLAY 'SALA COM ' WS-LUGARES-SALA ' LUGARES PARA'
                       ' TURMA DE CAPACIDADE ' WS-CAPACIDADE-NOVA
                       '. ALOCACAO RECUSADA.'
               CLOSE TURMA
               GOBACK.

           PERFORM VERIFICA-CHOQUE-DE-SALA.
           CLOSE TURMA.
           IF WS-TEM-CONFLITO = 'S'
               DISPLAY 'SALA OCUPADA PELA TURMA '
                       WS-TURMA-CONFLITO ' (MESMO HORARIO E'
                       ' PERIODO). ALOCACAO RECUSADA.'
               GOBACK.

           OPEN I-O ALOCSALA.
           IF WS-STATUS-ALOCSALA = '35'
      *Primeira alocacao cria o arquivo.
               OPEN OUTPUT ALOCSALA
               CLOSE ALOCSALA
               OPEN I-O ALOCSALA
           END-IF.
           MOVE WS-TURMA-PEDIDA TO ALOCSALA-TURMA-ID.
           MOVE WS-SALA-PEDIDA TO ALOCSALA-SALA-ID.
           WRITE ALOCSALA-FILE
               INVALID KEY
      *Turma ja tinha sala: troca.
                   REWRITE ALOCSALA-FILE
                   END-REWRITE
                   DISPLAY 'SALA DA TURMA TROCADA.'
               NOT INVALID KEY
                   DISPLAY 'SALA ALOCADA A TURMA.'
           END-WRITE.
           CLOSE ALOCSALA.

       VERIFICA-CHOQUE-DE-SALA.
      *Varre as alocacoes da sala; outra turma dela com o mesmo
      *horario e periodo da turma nova e choque. A TURMA esta
      *aberta; as leituras por chave reposicionam sem problema.
           MOVE 'N' TO WS-TEM-CONFLITO.
           OPEN INPUT ALOCSALA.
      *Sem o arquivo de alocacoes criado ainda, nao existe choque
      *possivel - mesmo desenho do 07_Professores.
           IF WS-STATUS-ALOCSALA = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ALOCSALA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM EXAMINA-UMA-ALOCACAO
                   UNTIL FINAL-ARQUIVO = 'S' OR
                         WS-TEM-CONFLITO = 'S'
               CLOSE ALOCSALA
           END-IF.

       EXAMINA-UMA-ALOCACAO.
           IF ALOCSALA-SALA-ID = WS-SALA-PEDIDA AND
                   ALOCSALA-TURMA-ID NOT = WS-TURMA-PEDIDA
               MOVE ALOCSALA-TURMA-ID TO TURMA-ID
               READ TURMA RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TURMA-PERIODO = WS-PERIODO-NOVA AND
                               TURMA-HORARIO = WS-HORARIO-NOVA
                           MOVE 'S' TO WS-TEM-CONFLITO
                           MOVE ALOCSALA-TURMA-ID
                               TO WS-TURMA-CONFLITO
                       END-IF
               END-READ
           END-IF.
           READ ALOCSALA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      * GRADE DE OCUPACAO - salas x horarios do periodo, a partir de
      * tabelas carregadas de sala.dat, turma.dat e
      * alocacao_sala.dat.
      *-----------------------------------------------------------------
       GRADE-DE-OCUPACAO.
           DISPLAY 'PERIODO LETIVO (AAAAPP): '.
           ACCEPT WS-PERIODO-PEDIDO.
           PERFORM CARREGA-SALAS.
           IF WS-QTD-SALAS = ZEROS
               DISPLAY 'NENHUMA SALA CADASTRADA AINDA.'
           ELSE
               PERFORM CARREGA-TURMAS-DO-PERIODO
               PERFORM IMPRIME-GRADE
               DISPLAY 'GRADE NO SPOOL (PROG72).'.

       CARREGA-SALAS.
           MOVE ZEROS TO WS-QTD-SALAS.
           OPEN INPUT SALA.
           IF WS-STATUS-SALA = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ SALA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-UMA-SALA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE SALA
           END-IF.

       GUARDA-UMA-SALA.
           IF WS-QTD-SALAS < 999
               ADD 1 TO WS-QTD-SALAS
               MOVE SALA-ID TO WS-TS-SALA-ID (WS-QTD-SALAS)
               MOVE SALA-PREDIO TO WS-TS-PREDIO (WS-QTD-SALAS)
               MOVE SALA-LUGARES TO WS-TS-LUGARES (WS-QTD-SALAS).
           READ SALA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       CARREGA-TURMAS-DO-PERIODO.
           MOVE ZEROS TO WS-QTD-TURMAS.
           MOVE ZEROS TO WS-QTD-HORARIOS.
           OPEN INPUT TURMA.
           IF WS-STATUS-TURMA = '00'
               OPEN INPUT ALOCSALA
               MOVE 'N' TO FINAL-ARQUIVO
               READ TURMA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-UMA-TURMA
                   UNTIL FINAL-ARQUIVO = 'S'
               IF WS-STATUS-ALOCSALA NOT = '35'
                   CLOSE ALOCSALA
               END-IF
               CLOSE TURMA
           END-IF.

       GUARDA-UMA-TURMA.
           IF TURMA-PERIODO = WS-PERIODO-PEDIDO AND
                   WS-QTD-TURMAS < 999
               ADD 1 TO WS-QTD-TURMAS
               MOVE TURMA-ID TO WS-TT-TURMA-ID (WS-QTD-TURMAS)
               MOVE TURMA-CURSO-ID TO WS-TT-CURSO-ID (WS-QTD-TURMAS)
               MOVE TURMA-HORARIO TO WS-TT-HORARIO (WS-QTD-TURMAS)
               MOVE TURMA-CAPACIDADE
                   TO WS-TT-CAPACIDADE (WS-QTD-TURMAS)
               MOVE SPACES TO WS-TT-SALA-ID (WS-QTD-TURMAS)
               PERFORM BUSCA-SALA-DA-TURMA
               PERFORM GUARDA-HORARIO.
           READ TURMA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       BUSCA-SALA-DA-TURMA.
           IF WS-STATUS-ALOCSALA NOT = '35'
               MOVE TURMA-ID TO ALOCSALA-TURMA-ID
               READ ALOCSALA RECORD
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-SEM-SALA
                   NOT INVALID KEY
                       MOVE ALOCSALA-SALA-ID
                           TO WS-TT-SALA-ID (WS-QTD-TURMAS)
               END-READ
           ELSE
               ADD 1 TO WS-TOTAL-SEM-SALA.

       GUARDA-HORARIO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM PROCURA-HORARIO
               VARYING WS-IND-HORARIO FROM 1 BY 1
               UNTIL WS-IND-HORARIO > WS-QTD-HORARIOS OR
                     WS-ACHOU = 'S'.
           IF WS-ACHOU = 'N' AND WS-QTD-HORARIOS < 200
               ADD 1 TO WS-QTD-HORARIOS
               MOVE TURMA-HORARIO TO WS-TH-HORARIO (WS-QTD-HORARIOS).

       PROCURA-HORARIO.
           IF WS-TH-HORARIO (WS-IND-HORARIO) = TURMA-HORARIO
               MOVE 'S' TO WS-ACHOU.

       IMPRIME-GRADE.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           STRING 'OCUPACAO DE SALAS - PERIODO ' WS-PERIODO-PEDIDO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-UMA-SALA
               VARYING WS-IND-SALA FROM 1 BY 1
               UNTIL WS-IND-SALA > WS-QTD-SALAS.
           MOVE ALL '=' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'SALAS LIVRES POR HORARIO EM USO NO PERIODO'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-LIVRES-DO-HORARIO
               VARYING WS-IND-HORARIO FROM 1 BY 1
               UNTIL WS-IND-HORARIO > WS-QTD-HORARIOS.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'TURMAS DO PERIODO: ' WS-QTD-TURMAS
                  '  SEM SALA ALOCADA: ' WS-TOTAL-SEM-SALA
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       IMPRIME-UMA-SALA.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'SALA ' WS-TS-SALA-ID (WS-IND-SALA)
                  '  ' WS-TS-PREDIO (WS-IND-SALA)
                  '  LUGARES ' WS-TS-LUGARES (WS-IND-SALA)
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'S' TO WS-SALA-LIVRE.
           PERFORM IMPRIME-TURMA-DA-SALA
               VARYING WS-IND-TURMA FROM 1 BY 1
               UNTIL WS-IND-TURMA > WS-QTD-TURMAS.
           IF WS-SALA-LIVRE = 'S'
               MOVE '   LIVRE EM TODOS OS HORARIOS DO PERIODO'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-TURMA-DA-SALA.
      *Capacidade acima dos lugares so acontece se a turma mudou
      *depois da alocacao; sai marcada para a secretaria trocar.
           IF WS-TT-SALA-ID (WS-IND-TURMA) =
                   WS-TS-SALA-ID (WS-IND-SALA)
               MOVE 'N' TO WS-SALA-LIVRE
               MOVE SPACES TO WS-MARCA-LOTACAO
               IF WS-TT-CAPACIDADE (WS-IND-TURMA) >
                       WS-TS-LUGARES (WS-IND-SALA)
                   MOVE '** SALA PEQUENA' TO WS-MARCA-LOTACAO
               END-IF
               STRING '   ' WS-TT-HORARIO (WS-IND-TURMA)
                      '  TURMA ' WS-TT-TURMA-ID (WS-IND-TURMA)
                      '  CURSO ' WS-TT-CURSO-ID (WS-IND-TURMA)
                      '  CAP ' WS-TT-CAPACIDADE (WS-IND-TURMA)
                      '  ' WS-MARCA-LOTACAO
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-LIVRES-DO-HORARIO.
      *Codigos das salas livres no horario, oito por linha.
           STRING WS-TH-HORARIO (WS-IND-HORARIO) ':'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           MOVE ZEROS TO WS-QTD-NA-LINHA.
           MOVE ZEROS TO WS-QTD-LIVRES.
           PERFORM CONFERE-SALA-NO-HORARIO
               VARYING WS-IND-SALA FROM 1 BY 1
               UNTIL WS-IND-SALA > WS-QTD-SALAS.
           IF WS-QTD-LIVRES = ZEROS
               MOVE 'NENHUMA SALA LIVRE' TO WS-LINHA-IMPRESSA (23:18).
           IF WS-QTD-NA-LINHA > ZEROS OR WS-QTD-LIVRES = ZEROS
               PERFORM GRAVA-LINHA-SPOOL.

       CONFERE-SALA-NO-HORARIO.
           MOVE 'S' TO WS-SALA-LIVRE.
           PERFORM CONFERE-TURMA-NO-HORARIO
               VARYING WS-IND-TURMA FROM 1 BY 1
               UNTIL WS-IND-TURMA > WS-QTD-TURMAS OR
                     WS-SALA-LIVRE = 'N'.
           IF WS-SALA-LIVRE = 'S'
               ADD 1 TO WS-QTD-LIVRES
               ADD 1 TO WS-QTD-NA-LINHA
               MOVE WS-TS-SALA-ID (WS-IND-SALA) TO
                   WS-LINHA-IMPRESSA (16 + WS-QTD-NA-LINHA * 7:6)
               IF WS-QTD-NA-LINHA = 8
                   PERFORM GRAVA-LINHA-SPOOL
                   MOVE ZEROS TO WS-QTD-NA-LINHA
               END-IF
           END-IF.

       CONFERE-TURMA-NO-HORARIO.
           IF WS-TT-SALA-ID (WS-IND-TURMA) =
                   WS-TS-SALA-ID (WS-IND-SALA) AND
                   WS-TT-HORARIO (WS-IND-TURMA) =
                   WS-TH-HORARIO (WS-IND-HORARIO)
               MOVE 'N' TO WS-SALA-LIVRE.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
