      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG173.
      *Conferencia periodica de segregacao de funcoes. Os fluxos de
      *aprovacao supoem duas pessoas - quem pede e quem aprova - e
      *os programas de aprovacao ja recusam o proprio pedido; este
      *relatorio procura o que escapou ou veio de antes da regra:
      *  1. PERFIS (permissoes.dat, PROG119) que juntam as duas
      *     pontas de um fluxo: FUNC-EXCLUIR com EXCL-APROVA (PROG40
      *     pede, PROG83 aprova), MESA com MESA-ESTORNO (PROG63
      *     lanca, PROG107 estorna) e TAXA com TAXA-LIBERA (PROG64
      *     carrega e libera o bloqueio de variacao). Supervisor sem
      *     nenhuma linha de perfil tem tudo pelo nivel e sai como
      *     alerta, sem contar como conflito.
      *  2. AUTOAPROVACOES passadas nas trilhas: exclusao aprovada
      *     pelo proprio solicitante (auditoria_funcionarios.log),
      *     pedido academico aprovado pelo proprio solicitante
      *     (auditoria_notas.log, 10_Aprova_Notas), movimento da
      *     mesa estornado por quem o lancou (movimentos.dat) e
      *     bloqueio de taxa liberado por quem carregou
      *     (auditoria_taxas.log; a linha antiga "LIBERADA POR
      *     SUPERVISOR" era sempre do proprio carregador).
      *Trilha de funcionarios e diario da mesa da empresa da sessao.
      *Relatorio no spool (PROG71); com qualquer conflito o programa
      *termina com RETURN-CODE 4.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELPERMISSAO.cob'.
           COPY 'SELOPERADOR.cob'.

           SELECT ARQUIVO-AUDITORIA
           ASSIGN TO WS-NOME-ARQ-AUDITORIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUDITORIA.
      *Trilha dos funcionarios; por empresa via ARQUIVO_AUDITORIA_FUNC.

           SELECT ARQUIVO-AUDITORIA-NOTAS
           ASSIGN TO 'auditoria_notas.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUDITORIA-NOTAS.

           SELECT ARQUIVO-MOVIMENTOS
           ASSIGN TO WS-NOME-ARQ-MOVIMENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOVIMENTOS.
      *Nome padrao 'movimentos.dat'; por empresa via a variavel de
      *ambiente ARQUIVO_MOVIMENTOS.

           SELECT ARQUIVO-AUDITORIA-TAXA
           ASSIGN TO 'auditoria_taxas.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUDITORIA-TAXA.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDPERMISSAO.cob'.
           COPY 'FDOPERADOR.cob'.
           COPY 'FDMOVIMENTO.cob'.

       FD  ARQUIVO-AUDITORIA.
       01  REGISTRO-AUDITORIA PIC X(280).

       FD  ARQUIVO-AUDITORIA-NOTAS.
       01  REGISTRO-AUDITORIA-NOTAS PIC X(160).

       FD  ARQUIVO-AUDITORIA-TAXA.
       01  REGISTRO-AUDITORIA-TAXA PIC X(140).

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-PERMISSAO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-OPERADOR PIC X(02) VALUE '00'.
       77  WS-STATUS-AUDITORIA PIC X(02) VALUE '00'.
       77  WS-STATUS-AUDITORIA-NOTAS PIC X(02) VALUE '00'.
       77  WS-STATUS-MOVIMENTOS PIC X(02) VALUE '00'.
       77  WS-STATUS-AUDITORIA-TAXA PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-AUDITORIA PIC X(30)
           VALUE 'auditoria_funcionarios.log'.
       77  WS-NOME-ARQ-MOVIMENTOS PIC X(30) VALUE 'movimentos.dat'.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-OPERADOR-PERFIL PIC X(8) VALUE SPACES.
       77  WS-TEM-PERFIL PIC X VALUE 'N'.
       77  WS-QTD-PERFIS PIC 9(5) VALUE ZEROS.
       77  WS-CONFLITOS-PERFIL PIC 9(5) VALUE ZEROS.
       77  WS-SEM-PERFIL PIC 9(5) VALUE ZEROS.
       77  WS-EXCL-APROVADAS PIC 9(6) VALUE ZEROS.
       77  WS-EXCL-PROPRIAS PIC 9(5) VALUE ZEROS.
       77  WS-NOTAS-APROVADAS PIC 9(6) VALUE ZEROS.
       77  WS-NOTAS-PROPRIAS PIC 9(5) VALUE ZEROS.
       77  WS-QTD-ESTORNOS PIC 9(4) VALUE ZEROS.
       77  WS-ESTORNOS-PROPRIOS PIC 9(5) VALUE ZEROS.
       77  WS-TABELA-ESTORNO-CHEIA PIC X VALUE 'N'.
       77  WS-TAXAS-LIBERADAS PIC 9(6) VALUE ZEROS.
       77  WS-TAXAS-PROPRIAS PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-CONFLITOS PIC 9(6) VALUE ZEROS.
       77  WS-QTD-EXIBE PIC ZZZZZ9.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'SEGREGACAO-FUNCOES'.

       01  WS-FUNCOES-DO-PERFIL.
      *Funcoes do operador corrente da varredura de permissoes.dat.
           05 WS-TEM-FUNC-EXCLUIR PIC X VALUE 'N'.
           05 WS-TEM-EXCL-APROVA PIC X VALUE 'N'.
           05 WS-TEM-MESA PIC X VALUE 'N'.
           05 WS-TEM-MESA-ESTORNO PIC X VALUE 'N'.
           05 WS-TEM-TAXA PIC X VALUE 'N'.
           05 WS-TEM-TAXA-LIBERA PIC X VALUE 'N'.

       01  WS-LINHA-AUDITORIA.
      *Mapa da linha da trilha de funcionarios (mesmo do PROG46).
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

       01  WS-LINHA-NOTAS.
      *Inicio comum das tres linhas do 10_Aprova_Notas; o resto e
      *separado pelos rotulos DECISAO=, SUPERVISOR= e SOLICITANTE=.
           05 WS-NT-DATA PIC X(10).
           05 FILLER PIC X(16).
           05 WS-NT-ALUNO PIC X(05).
           05 FILLER PIC X(129).
       77  WS-NT-INICIO PIC X(160) VALUE SPACES.
       77  WS-NT-DECISAO PIC X(08) VALUE SPACES.
       77  WS-NT-SUPERVISOR PIC X(08) VALUE SPACES.
       77  WS-NT-SOLICITANTE PIC X(08) VALUE SPACES.

       01  WS-LINHA-TAXA.
      *Mapa da linha de liberacao do PROG64. A linha antiga parava em
      *" LIBERADA POR SUPERVISOR" (cortada na posicao 100).
           05 WS-TX-DATA PIC X(08).
           05 FILLER PIC X(01).
           05 WS-TX-HORA PIC X(06).
           05 FILLER PIC X(10).
           05 WS-TX-OPERADOR PIC X(08).
           05 FILLER PIC X(07).
           05 WS-TX-MOEDA PIC X(03).
           05 WS-TX-ROTULO-VARIACAO PIC X(10).
           05 FILLER PIC X(40).
           05 WS-TX-ROTULO-CARGA PIC X(15).
           05 WS-TX-CARREGADOR PIC X(08).
           05 FILLER PIC X(14).
           05 WS-TX-LIBERADOR PIC X(08).
           05 FILLER PIC X(02).

       01  WS-TABELA-ESTORNOS.
      *Contra-movimentos do diario: o que cada um estorna e quem o
      *gravou, conferidos contra o operador do original.
           05 WS-TE OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-QTD-ESTORNOS
                 INDEXED BY WS-IX-EST.
              10 WS-TE-DATA PIC 9(8).
              10 WS-TE-SEQUENCIA PIC 9(4).
              10 WS-TE-OPERADOR PIC X(8).
              10 WS-TE-DATA-ESTORNO PIC 9(8).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
      *Arquivos da empresa da sessao; rodando avulso valem os nomes
      *padrao.
           DISPLAY 'ARQUIVO_AUDITORIA_FUNC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-AUDITORIA FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           DISPLAY 'ARQUIVO_MOVIMENTOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-MOVIMENTOS FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO RETURN-CODE.

           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           STRING 'SEGREGACAO DE FUNCOES - CONFLITOS EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

           PERFORM CONFERE-PERFIS.
           PERFORM CONFERE-SUPERVISORES-SEM-PERFIL.
           PERFORM VARRE-EXCLUSOES.
           PERFORM VARRE-NOTAS.
           PERFORM VARRE-ESTORNOS.
           PERFORM VARRE-TAXAS.

           COMPUTE WS-TOTAL-CONFLITOS = WS-CONFLITOS-PERFIL +
               WS-EXCL-PROPRIAS + WS-NOTAS-PROPRIAS +
               WS-ESTORNOS-PROPRIOS + WS-TAXAS-PROPRIAS.
           PERFORM IMPRIME-RESUMO.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

           DISPLAY 'PERFIS EM CONFLITO: ' WS-CONFLITOS-PERFIL
                   '  SUPERVISORES SEM PERFIL: ' WS-SEM-PERFIL.
           DISPLAY 'AUTOAPROVACOES: EXCLUSAO ' WS-EXCL-PROPRIAS
                   '  NOTAS ' WS-NOTAS-PROPRIAS
                   '  ESTORNO ' WS-ESTORNOS-PROPRIOS
                   '  TAXA ' WS-TAXAS-PROPRIAS.
           DISPLAY 'RELATORIO NO SPOOL (PROG72).'.
           IF WS-TOTAL-CONFLITOS > ZEROS
               MOVE 4 TO RETURN-CODE.

       PROGRAM-DONE.
           GOBACK.

      *-----------------------------------------------------------------
      *PERFIS - permissoes.dat vem em ordem de operador + funcao; na
      *quebra de operador confere os tres pares.
      *-----------------------------------------------------------------
       CONFERE-PERFIS.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'PERFIS COM AS DUAS PONTAS DE UM FLUXO DE APROVACAO'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           OPEN INPUT ARQUIVO-PERMISSAO.
           IF WS-STATUS-ARQUIVO-PERMISSAO NOT = '00'
               MOVE 'SEM permissoes.dat: OPERADORES REGIDOS SO PELO'
                   TO WS-LINHA-IMPRESSA
               MOVE ' NIVEL.' TO WS-LINHA-IMPRESSA (47:7)
               PERFORM GRAVA-LINHA-SPOOL
           ELSE
               MOVE SPACES TO WS-OPERADOR-PERFIL
               INITIALIZE WS-FUNCOES-DO-PERFIL
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-PERMISSAO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM TRATA-LINHA-PERFIL
                   UNTIL FINAL-ARQUIVO = 'S'
               IF WS-OPERADOR-PERFIL NOT = SPACES
                   PERFORM AVALIA-PERFIL
               END-IF
               CLOSE ARQUIVO-PERMISSAO
               IF WS-CONFLITOS-PERFIL = ZEROS
                   MOVE 'NENHUM PERFIL EM CONFLITO.'
                       TO WS-LINHA-IMPRESSA
                   PERFORM GRAVA-LINHA-SPOOL
               END-IF
           END-IF.

       TRATA-LINHA-PERFIL.
           IF PERMISSAO-OPERADOR NOT = WS-OPERADOR-PERFIL
               IF WS-OPERADOR-PERFIL NOT = SPACES
                   PERFORM AVALIA-PERFIL
               END-IF
               MOVE PERMISSAO-OPERADOR TO WS-OPERADOR-PERFIL
               INITIALIZE WS-FUNCOES-DO-PERFIL
               ADD 1 TO WS-QTD-PERFIS.
           IF PERMISSAO-FUNCAO = 'FUNC-EXCLUIR'
               MOVE 'S' TO WS-TEM-FUNC-EXCLUIR.
           IF PERMISSAO-FUNCAO = 'EXCL-APROVA'
               MOVE 'S' TO WS-TEM-EXCL-APROVA.
           IF PERMISSAO-FUNCAO = 'MESA'
               MOVE 'S' TO WS-TEM-MESA.
           IF PERMISSAO-FUNCAO = 'MESA-ESTORNO'
               MOVE 'S' TO WS-TEM-MESA-ESTORNO.
           IF PERMISSAO-FUNCAO = 'TAXA'
               MOVE 'S' TO WS-TEM-TAXA.
           IF PERMISSAO-FUNCAO = 'TAXA-LIBERA'
               MOVE 'S' TO WS-TEM-TAXA-LIBERA.
           READ ARQUIVO-PERMISSAO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       AVALIA-PERFIL.
           IF WS-TEM-FUNC-EXCLUIR = 'S' AND WS-TEM-EXCL-APROVA = 'S'
               STRING 'PERFIL   ' WS-OPERADOR-PERFIL
                      '  FUNC-EXCLUIR + EXCL-APROVA'
                      ' (PEDE E APROVA EXCLUSAO)'
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
               ADD 1 TO WS-CONFLITOS-PERFIL.
           IF WS-TEM-MESA = 'S' AND WS-TEM-MESA-ESTORNO = 'S'
               STRING 'PERFIL   ' WS-OPERADOR-PERFIL
                      '  MESA + MESA-ESTORNO'
                      ' (LANCA E ESTORNA NA MESA)'
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
               ADD 1 TO WS-CONFLITOS-PERFIL.
           IF WS-TEM-TAXA = 'S' AND WS-TEM-TAXA-LIBERA = 'S'
               STRING 'PERFIL   ' WS-OPERADOR-PERFIL
                      '  TAXA + TAXA-LIBERA'
                      ' (CARREGA E LIBERA O BLOQUEIO)'
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
               ADD 1 TO WS-CONFLITOS-PERFIL.

      *-----------------------------------------------------------------
      *SUPERVISORES SEM PERFIL - o PROG120 libera tudo a quem nao tem
      *nenhuma linha; no supervisor isso junta as duas pontas.
      *-----------------------------------------------------------------
       CONFERE-SUPERVISORES-SEM-PERFIL.
           OPEN INPUT ARQUIVO-OPERADOR.
           IF WS-STATUS-ARQUIVO-OPERADOR NOT = '00'
               MOVE 'SEM operadores.dat: SUPERVISORES NAO CONFERIDOS.'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
           ELSE
               OPEN INPUT ARQUIVO-PERMISSAO
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-OPERADOR NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UM-OPERADOR
                   UNTIL FINAL-ARQUIVO = 'S'
               IF WS-STATUS-ARQUIVO-PERMISSAO = '00'
                   CLOSE ARQUIVO-PERMISSAO
               END-IF
               CLOSE ARQUIVO-OPERADOR
           END-IF.

       CONFERE-UM-OPERADOR.
           IF OPERADOR-NIVEL NOT < 2 AND OPERADOR-BLOQUEADO NOT = 'S'
               MOVE 'N' TO WS-TEM-PERFIL
               IF WS-STATUS-ARQUIVO-PERMISSAO = '00'
                   PERFORM PROCURA-PERFIL
               END-IF
               IF WS-TEM-PERFIL = 'N'
                   STRING 'ALERTA   ' OPERADOR-CODIGO
                          '  NIVEL ' OPERADOR-NIVEL
                          ' SEM PERFIL: TODAS AS FUNCOES PELO NIVEL'
                       DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
                   END-STRING
                   PERFORM GRAVA-LINHA-SPOOL
                   ADD 1 TO WS-SEM-PERFIL
               END-IF
           END-IF.
           READ ARQUIVO-OPERADOR NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       PROCURA-PERFIL.
           MOVE OPERADOR-CODIGO TO PERMISSAO-OPERADOR.
           MOVE LOW-VALUES TO PERMISSAO-FUNCAO.
           START ARQUIVO-PERMISSAO KEY IS NOT LESS THAN PERMISSAO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQUIVO-PERMISSAO NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PERMISSAO-OPERADOR = OPERADOR-CODIGO
                               MOVE 'S' TO WS-TEM-PERFIL
                           END-IF
                   END-READ
           END-START.

      *-----------------------------------------------------------------
      *EXCLUSOES - linha CAMPO=EXCLUSAO do PROG83: OPERADOR e quem
      *aprovou e ANTES e quem pediu.
      *-----------------------------------------------------------------
       VARRE-EXCLUSOES.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'EXCLUSAO APROVADA PELO PROPRIO SOLICITANTE'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           OPEN INPUT ARQUIVO-AUDITORIA.
           IF WS-STATUS-AUDITORIA NOT = '00'
               MOVE 'TRILHA DE FUNCIONARIOS AUSENTE.'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-AUDITORIA AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM EXAMINA-LINHA-EXCLUSAO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-AUDITORIA
           END-IF.

       EXAMINA-LINHA-EXCLUSAO.
           MOVE REGISTRO-AUDITORIA TO WS-LINHA-AUDITORIA.
           IF WS-AUD-CAMPO = 'EXCLUSAO'
               ADD 1 TO WS-EXCL-APROVADAS
               IF WS-AUD-OPERADOR NOT = SPACES AND
                       WS-AUD-OPERADOR = WS-AUD-ANTES (1:20)
                   STRING 'EXCLUSAO ' WS-AUD-ANO WS-AUD-MES WS-AUD-DIA
                          '  ' WS-AUD-OPERADOR (1:8)
                          '  FUNCIONARIO ' WS-AUD-CODIGO
                       DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
                   END-STRING
                   PERFORM GRAVA-LINHA-SPOOL
                   ADD 1 TO WS-EXCL-PROPRIAS
               END-IF
           END-IF.
           READ ARQUIVO-AUDITORIA AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *NOTAS - troca de nota, recuperacao e correcao de chamada
      *aprovadas no 10_Aprova_Notas. Linha gravada antes da trilha
      *crescer perdeu o SOLICITANTE e nao tem como ser conferida.
      *-----------------------------------------------------------------
       VARRE-NOTAS.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'PEDIDO ACADEMICO APROVADO PELO PROPRIO SOLICITANTE'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           OPEN INPUT ARQUIVO-AUDITORIA-NOTAS.
           IF WS-STATUS-AUDITORIA-NOTAS NOT = '00'
               MOVE 'TRILHA DE NOTAS AUSENTE.' TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-AUDITORIA-NOTAS AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM EXAMINA-LINHA-NOTA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-AUDITORIA-NOTAS
           END-IF.

       EXAMINA-LINHA-NOTA.
           MOVE REGISTRO-AUDITORIA-NOTAS TO WS-LINHA-NOTAS.
           MOVE SPACES TO WS-NT-DECISAO.
           MOVE SPACES TO WS-NT-SUPERVISOR.
           MOVE SPACES TO WS-NT-SOLICITANTE.
           UNSTRING REGISTRO-AUDITORIA-NOTAS
               DELIMITED BY ' DECISAO=' OR ' SUPERVISOR='
                         OR ' SOLICITANTE='
               INTO WS-NT-INICIO WS-NT-DECISAO WS-NT-SUPERVISOR
                    WS-NT-SOLICITANTE
           END-UNSTRING.
           IF WS-NT-DECISAO = 'APROVADA'
               ADD 1 TO WS-NOTAS-APROVADAS
               IF WS-NT-SUPERVISOR NOT = SPACES AND
                       WS-NT-SUPERVISOR = WS-NT-SOLICITANTE
                   STRING 'NOTAS    ' WS-NT-DATA
                          '  ' WS-NT-SUPERVISOR
                          '  ALUNO ' WS-NT-ALUNO
                       DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
                   END-STRING
                   PERFORM GRAVA-LINHA-SPOOL
                   ADD 1 TO WS-NOTAS-PROPRIAS
               END-IF
           END-IF.
           READ ARQUIVO-AUDITORIA-NOTAS AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *ESTORNOS - primeira leitura guarda os contra-movimentos; a
      *segunda confere o operador de cada original estornado.
      *-----------------------------------------------------------------
       VARRE-ESTORNOS.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'MOVIMENTO DA MESA ESTORNADO POR QUEM O LANCOU'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ZEROS TO WS-QTD-ESTORNOS.
           OPEN INPUT ARQUIVO-MOVIMENTOS.
           IF WS-STATUS-MOVIMENTOS NOT = '00'
               MOVE 'DIARIO DE MOVIMENTOS AUSENTE.' TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-MOVIMENTOS AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-ESTORNO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-MOVIMENTOS
               IF WS-TABELA-ESTORNO-CHEIA = 'S'
                   MOVE 'MAIS DE 5000 ESTORNOS NO DIARIO; SO OS 5000'
                       TO WS-LINHA-IMPRESSA
                   MOVE ' PRIMEIROS CONFERIDOS.'
                       TO WS-LINHA-IMPRESSA (43:22)
                   PERFORM GRAVA-LINHA-SPOOL
               END-IF
               IF WS-QTD-ESTORNOS > ZEROS
                   OPEN INPUT ARQUIVO-MOVIMENTOS
                   MOVE 'N' TO FINAL-ARQUIVO
                   READ ARQUIVO-MOVIMENTOS AT END
                       MOVE 'S' TO FINAL-ARQUIVO
                   END-READ
                   PERFORM CONFERE-ORIGINAL
                       UNTIL FINAL-ARQUIVO = 'S'
                   CLOSE ARQUIVO-MOVIMENTOS
               END-IF
           END-IF.

       GUARDA-ESTORNO.
           IF MOV-TIPO = 'ESTORN' AND
                   MOV-DATA-ESTORNADA IS NUMERIC AND
                   MOV-SEQ-ESTORNADA IS NUMERIC
               IF WS-QTD-ESTORNOS < 5000
                   ADD 1 TO WS-QTD-ESTORNOS
                   MOVE MOV-DATA-ESTORNADA
                       TO WS-TE-DATA (WS-QTD-ESTORNOS)
                   MOVE MOV-SEQ-ESTORNADA
                       TO WS-TE-SEQUENCIA (WS-QTD-ESTORNOS)
                   MOVE MOV-OPERADOR TO WS-TE-OPERADOR (WS-QTD-ESTORNOS)
                   MOVE MOV-DATA TO WS-TE-DATA-ESTORNO (WS-QTD-ESTORNOS)
               ELSE
                   MOVE 'S' TO WS-TABELA-ESTORNO-CHEIA
               END-IF
           END-IF.
           READ ARQUIVO-MOVIMENTOS AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       CONFERE-ORIGINAL.
           IF MOV-TIPO NOT = 'ESTORN' AND MOV-OPERADOR NOT = SPACES
               SET WS-IX-EST TO 1
               SEARCH WS-TE
                   AT END
                       CONTINUE
                   WHEN WS-TE-DATA (WS-IX-EST) = MOV-DATA AND
                        WS-TE-SEQUENCIA (WS-IX-EST) = MOV-SEQUENCIA
                       IF WS-TE-OPERADOR (WS-IX-EST) = MOV-OPERADOR
                           PERFORM APONTA-ESTORNO-PROPRIO
                       END-IF
               END-SEARCH
           END-IF.
           READ ARQUIVO-MOVIMENTOS AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       APONTA-ESTORNO-PROPRIO.
           STRING 'ESTORNO  ' WS-TE-DATA-ESTORNO (WS-IX-EST)
                  '  ' MOV-OPERADOR
                  '  MOVIMENTO ' MOV-DATA '/' MOV-SEQUENCIA
                  ' ' MOV-TIPO ' ' MOV-MOEDA
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           ADD 1 TO WS-ESTORNOS-PROPRIOS.

      *-----------------------------------------------------------------
      *TAXAS - liberacao do bloqueio de variacao no PROG64. A linha
      *antiga (" LIBERA..." logo apos a VENDA) era liberada pelo
      *proprio carregador; a nova traz CARREGADA POR e LIBERADA POR.
      *-----------------------------------------------------------------
       VARRE-TAXAS.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'BLOQUEIO DE TAXA LIBERADO POR QUEM CARREGOU'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           OPEN INPUT ARQUIVO-AUDITORIA-TAXA.
           IF WS-STATUS-AUDITORIA-TAXA NOT = '00'
               MOVE 'TRILHA DE TAXAS AUSENTE.' TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-AUDITORIA-TAXA AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM EXAMINA-LINHA-TAXA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-AUDITORIA-TAXA
           END-IF.

       EXAMINA-LINHA-TAXA.
           MOVE REGISTRO-AUDITORIA-TAXA TO WS-LINHA-TAXA.
           IF WS-TX-ROTULO-VARIACAO = ' VARIACAO='
               ADD 1 TO WS-TAXAS-LIBERADAS
               IF WS-TX-ROTULO-CARGA (1:7) = ' LIBERA'
                   PERFORM APONTA-TAXA-PROPRIA
               ELSE
               IF WS-TX-ROTULO-CARGA = ' CARREGADA POR=' AND
                       WS-TX-CARREGADOR = WS-TX-LIBERADOR
                   PERFORM APONTA-TAXA-PROPRIA
               END-IF
               END-IF
           END-IF.
           READ ARQUIVO-AUDITORIA-TAXA AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       APONTA-TAXA-PROPRIA.
           STRING 'TAXA     ' WS-TX-DATA
                  '  ' WS-TX-OPERADOR
                  '  MOEDA ' WS-TX-MOEDA
                  ' CARREGADA E LIBERADA PELO MESMO OPERADOR'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           ADD 1 TO WS-TAXAS-PROPRIAS.

      *-----------------------------------------------------------------
      *RESUMO
      *-----------------------------------------------------------------
       IMPRIME-RESUMO.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'RESUMO' TO WS-LINHA-IMPRESSA.
           MOVE 'EXAMINADOS  CONFLITOS' TO WS-LINHA-IMPRESSA (37:21).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'PERFIS DE PERMISSAO' TO WS-LINHA-IMPRESSA.
           MOVE WS-QTD-PERFIS TO WS-QTD-EXIBE.
           MOVE WS-QTD-EXIBE TO WS-LINHA-IMPRESSA (41:6).
           MOVE WS-CONFLITOS-PERFIL TO WS-QTD-EXIBE.
           MOVE WS-QTD-EXIBE TO WS-LINHA-IMPRESSA (50:6).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'EXCLUSOES APROVADAS' TO WS-LINHA-IMPRESSA.
           MOVE WS-EXCL-APROVADAS TO WS-QTD-EXIBE.
           MOVE WS-QTD-EXIBE TO WS-LINHA-IMPRESSA (41:6).
           MOVE WS-EXCL-PROPRIAS TO WS-QTD-EXIBE.
           MOVE WS-QTD-EXIBE TO WS-LINHA-IMPRESSA (50:6).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'PEDIDOS ACADEMICOS APROVADOS' TO WS-LINHA-IMPRESSA.
           MOVE WS-NOTAS-APROVADAS TO WS-QTD-EXIBE.
           MOVE WS-QTD-EXIBE TO WS-LINHA-IMPRESSA (41:6).
           MOVE WS-NOTAS-PROPRIAS TO WS-QTD-EXIBE.
           MOVE WS-QTD-EXIBE TO WS-LINHA-IMPRESSA (50:6).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'ESTORNOS DA MESA' TO WS-LINHA-IMPRESSA.
           MOVE WS-QTD-ESTORNOS TO WS-QTD-EXIBE.
           MOVE WS-QTD-EXIBE TO WS-LINHA-IMPRESSA (41:6).
           MOVE WS-ESTORNOS-PROPRIOS TO WS-QTD-EXIBE.
           MOVE WS-QTD-EXIBE TO WS-LINHA-IMPRESSA (50:6).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'LIBERACOES DE TAXA' TO WS-LINHA-IMPRESSA.
           MOVE WS-TAXAS-LIBERADAS TO WS-QTD-EXIBE.
           MOVE WS-QTD-EXIBE TO WS-LINHA-IMPRESSA (41:6).
           MOVE WS-TAXAS-PROPRIAS TO WS-QTD-EXIBE.
           MOVE WS-QTD-EXIBE TO WS-LINHA-IMPRESSA (50:6).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-SEM-PERFIL TO WS-QTD-EXIBE.
           STRING 'SUPERVISORES SEM PERFIL (ALERTA)    ' WS-QTD-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-TOTAL-CONFLITOS > ZEROS
               MOVE WS-TOTAL-CONFLITOS TO WS-QTD-EXIBE
               STRING 'RESULTADO: ' WS-QTD-EXIBE
                      ' CONFLITO(S) DE SEGREGACAO DE FUNCOES'
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
           ELSE
               MOVE 'RESULTADO: SEM CONFLITOS' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
