      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG154.
      *Fusao de cadastros duplicados de clientes apontados pelo
      *relatorio de duplicidades (PROG49), chamado pela opcao 6 do
      *PROG48. So supervisor funde: informa o codigo que fica
      *(sobrevivente) e o codigo que sai (aposentado) e o motivo.
      *A fusao:
      *  - completa os campos em branco do sobrevivente (telefone,
      *    e-mail, RG e CPF) com os do aposentado;
      *  - leva os limites do aposentado (limites_clientes.dat) para
      *    o sobrevivente nas moedas em que ele nao tem teto proprio;
      *    onde ja tem, vale o do sobrevivente;
      *  - grava o aposentado no arquivo morto
      *    (clientes_historico.dat) com o motivo F e o codigo
      *    sobrevivente, e o tira do arquivo vivo;
      *  - registra a referencia cruzada aposentado -> sobrevivente
      *    em clientes_fusao.dat. O diario da mesa (movimentos.dat)
      *    nao e regravado: os programas que acumulam por cliente
      *    (PROG63, PROG88, PROG109 e PROG113) resolvem o codigo de
      *    cada linha pelo PROG155 e contam o movimento antigo no
      *    sobrevivente;
      *  - escreve as linhas de antes/depois na trilha de clientes
      *    (auditoria_clientes.log, mesmo desenho do PROG84).
      *A opcao 2 emite no spool a referencia cruzada de todas as
      *fusoes feitas.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCLIENTE.cob'.
           COPY 'SELCLIHIST.cob'.
           COPY 'SELLIMITE.cob'.
           COPY 'SELFUSAOCLI.cob'.

           SELECT OPTIONAL ARQUIVO-AUDITORIA-CLI
           ASSIGN TO WS-NOME-ARQ-AUDIT-CLI
           ORGANIZATION IS LINE SEQUENTIAL.
      *Trilha propria dos clientes, a mesma do PROG84.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDCLIENTE.cob'.
           COPY 'FDCLIHIST.cob'.
           COPY 'FDLIMITE.cob'.
           COPY 'FDFUSAOCLI.cob'.

       FD  ARQUIVO-AUDITORIA-CLI.
       01  REGISTRO-AUDITORIA-CLI PIC X(280).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-CLIHIST PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-LIMITE PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-FUSAOCLI PIC X(02) VALUE '00'.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-CODIGO-SOBREVIVENTE PIC 9(4) VALUE ZEROS.
       77  WS-CODIGO-APOSENTADO PIC 9(4) VALUE ZEROS.
       77  WS-MOTIVO-FUSAO PIC X(30) VALUE SPACES.
       77  WS-FUSAO-VALIDA PIC X VALUE 'N'.
       77  WS-CONFIRMA PIC X VALUE SPACE.
       77  WS-CLIENTES-ABERTO PIC X VALUE 'N'.
       77  WS-SOBREVIVENTE-ALTERADO PIC X VALUE 'N'.
       77  WS-TEM-ARQ-LIMITE PIC X VALUE 'N'.
       77  WS-TEM-ARQ-CLIHIST PIC X VALUE 'N'.
       77  WS-LIMITES-MOVIDOS PIC 9(2) VALUE ZEROS.
       77  WS-LIMITES-MANTIDOS PIC 9(2) VALUE ZEROS.
       77  WS-QTD-LIMITES PIC 9(2) VALUE ZEROS.
       77  WS-IND PIC 9(2) VALUE ZEROS.
       77  WS-FUSOES-REAPONTADAS PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-FUSOES PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-FUSOES-LISTADAS PIC 9(4) VALUE ZEROS.
       77  WS-ACAO-VERSAO PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK PIC X VALUE 'N'.
       77  WS-NOME-ARQ-CLIHIST PIC X(30)
           VALUE 'clientes_historico.dat'.
       77  WS-ARQ-CLIENTES PIC X(30) VALUE 'clientes.dat'.
       77  WS-OPERACAO-ARQ PIC X(10) VALUE 'OPEN'.
       77  WS-NOME-ARQ-AUDIT-CLI PIC X(30)
           VALUE 'auditoria_clientes.log'.
       77  WS-NOME-CAMPO PIC X(15) VALUE SPACES.
       77  WS-VALOR-ANTIGO PIC X(80) VALUE SPACES.
       77  WS-VALOR-NOVO PIC X(80) VALUE SPACES.
       77  WS-AUD-CODIGO-NUM PIC 9(6) VALUE ZEROS.
       77  WS-LIMITE-EXIBE PIC Z(10)9.99.
       77  WS-NOME-SOBREVIVENTE PIC X(20) VALUE SPACES.
       77  WS-NOME-APOSENTADO PIC X(20) VALUE SPACES.
       77  WS-CPF-SOBREVIVENTE PIC X(11) VALUE SPACES.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'FUSOES CLIENTES'.
           COPY 'WSCLIENTE.cob'.
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
      *Copia do registro do aposentado, lido antes do sobrevivente
      *(o CLIENTE-REGISTRO fica com o sobrevivente).
       01  WS-CLIENTE-APOSENTADO.
           05 WS-APOS-CODIGO PIC 9(4).
           05 WS-APOS-NOME PIC X(20).
           05 WS-APOS-ENDERECO PIC X(65).
           05 WS-APOS-TELEFONE PIC X(15).
           05 WS-APOS-EMAIL PIC X(30).
           05 WS-APOS-RG PIC X(11).
           05 WS-APOS-CPF PIC X(11).
           05 WS-APOS-DATANASC PIC 9(8).
      *Limites do aposentado, guardados antes de mexer no arquivo
      *(a leitura direta do limite do sobrevivente perderia a
      *posicao da leitura sequencial).
       01  WS-TABELA-LIMITES.
           05 WS-LIMITE-APOSENTADO OCCURS 20 TIMES.
               10 WS-LIM-MOEDA PIC X(3).
               10 WS-LIM-POR-OPERACAO PIC 9(9)V99.
               10 WS-LIM-DIARIO PIC 9(9)V99.
               10 WS-LIM-MENSAL PIC 9(11)V99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'ARQUIVO_CLIENTES' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO-CLIENTE FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE WS-NOME-ARQUIVO-CLIENTE TO WS-ARQ-CLIENTES.
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
           PERFORM CONFERE-VERSAO-LAYOUT.
           MOVE ZERO TO WS-OPCAO.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
           DISPLAY 'FUSOES FEITAS NESTA EXECUCAO: ' WS-TOTAL-FUSOES.
       PROGRAM-DONE.
      *GOBACK para devolver o controle ao menu do PROG48.
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'FUSAO DE CLIENTES DUPLICADOS'.
           DISPLAY '1. FUNDIR DOIS CADASTROS'.
           DISPLAY '2. REFERENCIA CRUZADA DAS FUSOES (SPOOL)'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM FUNDIR-CLIENTES.
           IF WS-OPCAO = 2
               PERFORM RELATORIO-FUSOES.
           IF WS-OPCAO NOT = 1 AND WS-OPCAO NOT = 2 AND
                   WS-OPCAO NOT = 9
               DISPLAY 'OPCAO INVALIDA.'.

       CONFERE-VERSAO-LAYOUT.
      *Clientes na versao 2 (endereco estruturado) e arquivo morto
      *na versao 2 (motivo da saida, ver PROG156); arquivo em versao
      *diferente derruba a execucao antes do OPEN.
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

      *-----------------------------------------------------------------
      *FUSAO - le e mostra os dois cadastros, pede o motivo e a
      *confirmacao, e so entao mexe nos arquivos.
      *-----------------------------------------------------------------
       FUNDIR-CLIENTES.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'FUSAO DE CLIENTES SO POR SUPERVISOR.'
           ELSE
               PERFORM PREPARA-FUSAO.

       PREPARA-FUSAO.
           DISPLAY 'CODIGO DO CLIENTE QUE FICA (SOBREVIVENTE): '.
           ACCEPT WS-CODIGO-SOBREVIVENTE.
           DISPLAY 'CODIGO DO CLIENTE QUE SAI (APOSENTADO): '.
           ACCEPT WS-CODIGO-APOSENTADO.
           MOVE 'S' TO WS-FUSAO-VALIDA.
           MOVE 'N' TO WS-CLIENTES-ABERTO.

           IF WS-CODIGO-SOBREVIVENTE = ZEROS OR
                   WS-CODIGO-APOSENTADO = ZEROS OR
                   WS-CODIGO-SOBREVIVENTE = WS-CODIGO-APOSENTADO
               DISPLAY 'INFORME DOIS CODIGOS DIFERENTES.'
               MOVE 'N' TO WS-FUSAO-VALIDA.

           IF WS-FUSAO-VALIDA = 'S'
               OPEN I-O ARQUIVO-CLIENTE
               CALL 'PROG55' USING WS-ARQ-CLIENTES WS-OPERACAO-ARQ
                   WS-STATUS-ARQUIVO-CLIENTE
               MOVE 'S' TO WS-CLIENTES-ABERTO
               PERFORM LE-CLIENTES-DA-FUSAO.

           IF WS-FUSAO-VALIDA = 'S'
               PERFORM EXIBE-CLIENTES-DA-FUSAO
               PERFORM CONFERE-SEMELHANCA
               MOVE SPACES TO WS-MOTIVO-FUSAO
               PERFORM PEDE-MOTIVO-FUSAO
                   UNTIL WS-MOTIVO-FUSAO NOT = SPACES
               DISPLAY 'CONFIRMA A FUSAO DO CLIENTE '
                       WS-CODIGO-APOSENTADO ' NO CLIENTE '
                       WS-CODIGO-SOBREVIVENTE '? (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                   DISPLAY 'FUSAO CANCELADA. NADA FOI ALTERADO.'
                   MOVE 'N' TO WS-FUSAO-VALIDA.

           IF WS-FUSAO-VALIDA = 'S'
               PERFORM EXECUTA-FUSAO.

           IF WS-CLIENTES-ABERTO = 'S'
               CLOSE ARQUIVO-CLIENTE.

       LE-CLIENTES-DA-FUSAO.
      *O aposentado e lido primeiro e guardado; o sobrevivente fica
      *no CLIENTE-REGISTRO para ser completado e regravado.
           MOVE WS-CODIGO-APOSENTADO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   DISPLAY 'CLIENTE ' WS-CODIGO-APOSENTADO
                           ' NAO ENCONTRADO.'
                   MOVE 'N' TO WS-FUSAO-VALIDA
               NOT INVALID KEY
                   MOVE CLIENTE-REGISTRO TO WS-CLIENTE-APOSENTADO
           END-READ.
           IF WS-FUSAO-VALIDA = 'S'
               MOVE WS-CODIGO-SOBREVIVENTE TO CLIENTE-CODIGO
               READ ARQUIVO-CLIENTE RECORD
                   INVALID KEY
                       DISPLAY 'CLIENTE ' WS-CODIGO-SOBREVIVENTE
                               ' NAO ENCONTRADO.'
                       MOVE 'N' TO WS-FUSAO-VALIDA
               END-READ.

       EXIBE-CLIENTES-DA-FUSAO.
           DISPLAY ' '.
           DISPLAY 'FICA (SOBREVIVENTE)   SAI (APOSENTADO)'.
           DISPLAY 'CODIGO:   ' CLIENTE-CODIGO '         '
                   WS-APOS-CODIGO.
           DISPLAY 'NOME:     ' CLIENTE-NOME ' ' WS-APOS-NOME.
           DISPLAY 'CPF:      ' CLIENTE-CPF '          ' WS-APOS-CPF.
           DISPLAY 'NASC:     ' CLIENTE-DATANASC '             '
                   WS-APOS-DATANASC.
           DISPLAY 'TELEFONE: ' CLIENTE-TELEFONE '      '
                   WS-APOS-TELEFONE.
           DISPLAY 'EMAIL:    ' CLIENTE-EMAIL.
           DISPLAY '          ' WS-APOS-EMAIL.

       CONFERE-SEMELHANCA.
      *Mesmos criterios do relatorio de duplicidades (PROG49): CPF
      *igual, ou nome + data de nascimento iguais. Sem nenhum dos
      *dois a fusao nao e barrada, mas o supervisor e avisado.
           IF (CLIENTE-CPF NOT = SPACES AND
                   CLIENTE-CPF = WS-APOS-CPF) OR
              (CLIENTE-NOME = WS-APOS-NOME AND
                   CLIENTE-DATANASC = WS-APOS-DATANASC)
               CONTINUE
           ELSE
               DISPLAY 'ATENCAO: CPF E NOME + NASCIMENTO NAO CONFEREM.'
               DISPLAY 'CONFIRA SE SAO MESMO A MESMA PESSOA.'.

       PEDE-MOTIVO-FUSAO.
           DISPLAY 'MOTIVO DA FUSAO (OBRIGATORIO): '.
           ACCEPT WS-MOTIVO-FUSAO.

      *-----------------------------------------------------------------
      *EXECUCAO DA FUSAO - o arquivo morto e gravado primeiro: se o
      *codigo aposentado ja estiver la, nada mais e alterado.
      *-----------------------------------------------------------------
       EXECUTA-FUSAO.
           MOVE CLIENTE-NOME TO WS-NOME-SOBREVIVENTE.
           MOVE CLIENTE-CPF TO WS-CPF-SOBREVIVENTE.
           MOVE WS-APOS-NOME TO WS-NOME-APOSENTADO.
           MOVE ZEROS TO WS-LIMITES-MOVIDOS.
           MOVE ZEROS TO WS-LIMITES-MANTIDOS.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.

           PERFORM ABRE-ARQUIVO-MORTO.
           IF WS-TEM-ARQ-CLIHIST = 'S'
               PERFORM GRAVA-APOSENTADO-NO-MORTO
               CLOSE ARQUIVO-CLI-HISTORICO.
           IF WS-TEM-ARQ-CLIHIST = 'N'
               DISPLAY 'FUSAO CANCELADA. NADA FOI ALTERADO.'
           ELSE
               OPEN EXTEND ARQUIVO-AUDITORIA-CLI
               PERFORM COMPLETA-SOBREVIVENTE
               PERFORM TRANSFERE-LIMITES
               PERFORM RETIRA-APOSENTADO-DO-VIVO
               PERFORM REGISTRA-REFERENCIA-CRUZADA
               PERFORM AUDITA-FUSAO
               CLOSE ARQUIVO-AUDITORIA-CLI
               ADD 1 TO WS-TOTAL-FUSOES
               DISPLAY 'CLIENTE ' WS-CODIGO-APOSENTADO
                       ' FUNDIDO NO CLIENTE ' WS-CODIGO-SOBREVIVENTE
               DISPLAY 'LIMITES LEVADOS: ' WS-LIMITES-MOVIDOS
                       '  MANTIDOS DO SOBREVIVENTE: '
                       WS-LIMITES-MANTIDOS.

       ABRE-ARQUIVO-MORTO.
           MOVE 'S' TO WS-TEM-ARQ-CLIHIST.
           OPEN I-O ARQUIVO-CLI-HISTORICO.
           IF WS-STATUS-ARQUIVO-CLIHIST = '35'
               OPEN OUTPUT ARQUIVO-CLI-HISTORICO
               CLOSE ARQUIVO-CLI-HISTORICO
               OPEN I-O ARQUIVO-CLI-HISTORICO.
           IF WS-STATUS-ARQUIVO-CLIHIST NOT = '00'
               DISPLAY 'ARQUIVO MORTO DE CLIENTES INDISPONIVEL. '
                       'STATUS: ' WS-STATUS-ARQUIVO-CLIHIST
               MOVE 'N' TO WS-TEM-ARQ-CLIHIST.

       GRAVA-APOSENTADO-NO-MORTO.
           MOVE SPACES TO CLIHIST-REGISTRO.
           MOVE WS-APOS-CODIGO TO CLIHIST-CODIGO.
           MOVE WS-APOS-NOME TO CLIHIST-NOME.
           MOVE WS-APOS-ENDERECO TO CLIHIST-ENDERECO.
           MOVE WS-APOS-TELEFONE TO CLIHIST-TELEFONE.
           MOVE WS-APOS-EMAIL TO CLIHIST-EMAIL.
           MOVE WS-APOS-RG TO CLIHIST-RG.
           MOVE WS-APOS-CPF TO CLIHIST-CPF.
           MOVE WS-APOS-DATANASC TO CLIHIST-DATANASC.
           MOVE WS-DATA-ATUAL TO CLIHIST-DATA-ARQUIVAMENTO.
           MOVE 'F' TO CLIHIST-MOTIVO-SAIDA.
           MOVE WS-CODIGO-SOBREVIVENTE TO CLIHIST-CODIGO-SOBREVIVENTE.
           MOVE WS-MOTIVO-FUSAO TO CLIHIST-MOTIVO-FUSAO.
           WRITE CLIHIST-REGISTRO
               INVALID KEY
                   DISPLAY 'CODIGO ' WS-APOS-CODIGO
                           ' JA CONSTA DO ARQUIVO MORTO.'
                   MOVE 'N' TO WS-TEM-ARQ-CLIHIST
           END-WRITE.

       COMPLETA-SOBREVIVENTE.
      *So campo em branco no sobrevivente e completado; o que ele ja
      *tem prevalece. Cada campo completado vira linha de auditoria.
           MOVE 'N' TO WS-SOBREVIVENTE-ALTERADO.
           MOVE WS-CODIGO-SOBREVIVENTE TO WS-AUD-CODIGO-NUM.
           IF CLIENTE-TELEFONE = SPACES AND
                   WS-APOS-TELEFONE NOT = SPACES
               MOVE 'TELEFONE' TO WS-NOME-CAMPO
               MOVE SPACES TO WS-VALOR-ANTIGO
               MOVE WS-APOS-TELEFONE TO WS-VALOR-NOVO
               MOVE WS-APOS-TELEFONE TO CLIENTE-TELEFONE
               PERFORM GRAVA-AUDITORIA
               MOVE 'S' TO WS-SOBREVIVENTE-ALTERADO.
           IF CLIENTE-EMAIL = SPACES AND
                   WS-APOS-EMAIL NOT = SPACES
               MOVE 'EMAIL' TO WS-NOME-CAMPO
               MOVE SPACES TO WS-VALOR-ANTIGO
               MOVE WS-APOS-EMAIL TO WS-VALOR-NOVO
               MOVE WS-APOS-EMAIL TO CLIENTE-EMAIL
               PERFORM GRAVA-AUDITORIA
               MOVE 'S' TO WS-SOBREVIVENTE-ALTERADO.
           IF CLIENTE-RG = SPACES AND
                   WS-APOS-RG NOT = SPACES
               MOVE 'RG' TO WS-NOME-CAMPO
               MOVE SPACES TO WS-VALOR-ANTIGO
               MOVE WS-APOS-RG TO WS-VALOR-NOVO
               MOVE WS-APOS-RG TO CLIENTE-RG
               PERFORM GRAVA-AUDITORIA
               MOVE 'S' TO WS-SOBREVIVENTE-ALTERADO.
           IF CLIENTE-CPF = SPACES AND
                   WS-APOS-CPF NOT = SPACES
               MOVE 'CPF' TO WS-NOME-CAMPO
               MOVE SPACES TO WS-VALOR-ANTIGO
               MOVE WS-APOS-CPF TO WS-VALOR-NOVO
               MOVE WS-APOS-CPF TO CLIENTE-CPF
               PERFORM GRAVA-AUDITORIA
               MOVE 'S' TO WS-SOBREVIVENTE-ALTERADO.
           IF WS-SOBREVIVENTE-ALTERADO = 'S'
               REWRITE CLIENTE-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O SOBREVIVENTE.'
               END-REWRITE.

      *-----------------------------------------------------------------
      *LIMITES - os do aposentado sao guardados na tabela, levados
      *ao sobrevivente onde ele nao tem teto na moeda e apagados.
      *-----------------------------------------------------------------
       TRANSFERE-LIMITES.
           MOVE 'S' TO WS-TEM-ARQ-LIMITE.
           OPEN I-O ARQUIVO-LIMITE.
           IF WS-STATUS-ARQUIVO-LIMITE NOT = '00'
               MOVE 'N' TO WS-TEM-ARQ-LIMITE.
           IF WS-TEM-ARQ-LIMITE = 'S'
               PERFORM CARREGA-LIMITES-APOSENTADO
               MOVE 1 TO WS-IND
               PERFORM TRATA-LIMITE-APOSENTADO
                   UNTIL WS-IND > WS-QTD-LIMITES
               CLOSE ARQUIVO-LIMITE.

       CARREGA-LIMITES-APOSENTADO.
           MOVE ZEROS TO WS-QTD-LIMITES.
           MOVE 'N' TO FINAL-ARQUIVO.
           MOVE WS-CODIGO-APOSENTADO TO LIMITE-CLIENTE.
           MOVE LOW-VALUES TO LIMITE-MOEDA.
           START ARQUIVO-LIMITE KEY IS NOT LESS THAN LIMITE-CHAVE
               INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO
           END-START.
           IF FINAL-ARQUIVO = 'N'
               PERFORM LE-PROXIMO-LIMITE
               PERFORM GUARDA-LIMITE-APOSENTADO
                   UNTIL FINAL-ARQUIVO = 'S' OR
                         LIMITE-CLIENTE NOT = WS-CODIGO-APOSENTADO OR
                         WS-QTD-LIMITES = 20.

       LE-PROXIMO-LIMITE.
           READ ARQUIVO-LIMITE NEXT RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       GUARDA-LIMITE-APOSENTADO.
           ADD 1 TO WS-QTD-LIMITES.
           MOVE LIMITE-MOEDA TO WS-LIM-MOEDA (WS-QTD-LIMITES).
           MOVE LIMITE-POR-OPERACAO
               TO WS-LIM-POR-OPERACAO (WS-QTD-LIMITES).
           MOVE LIMITE-DIARIO TO WS-LIM-DIARIO (WS-QTD-LIMITES).
           MOVE LIMITE-MENSAL TO WS-LIM-MENSAL (WS-QTD-LIMITES).
           PERFORM LE-PROXIMO-LIMITE.

       TRATA-LIMITE-APOSENTADO.
           MOVE SPACES TO WS-NOME-CAMPO.
           STRING 'LIMITE ' WS-LIM-MOEDA (WS-IND)
               DELIMITED BY SIZE INTO WS-NOME-CAMPO
           END-STRING.
           MOVE WS-LIM-MENSAL (WS-IND) TO WS-LIMITE-EXIBE.
           MOVE SPACES TO WS-VALOR-ANTIGO.
           STRING 'CLIENTE ' WS-CODIGO-APOSENTADO
                  ' MENSAL ' WS-LIMITE-EXIBE
               DELIMITED BY SIZE INTO WS-VALOR-ANTIGO
           END-STRING.
           MOVE WS-CODIGO-SOBREVIVENTE TO LIMITE-CLIENTE.
           MOVE WS-LIM-MOEDA (WS-IND) TO LIMITE-MOEDA.
           READ ARQUIVO-LIMITE RECORD
               INVALID KEY
                   MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO REGISTRO-ENCONTRADO
           END-READ.
           MOVE SPACES TO WS-VALOR-NOVO.
           IF REGISTRO-ENCONTRADO = 'S'
      *O sobrevivente ja tem teto na moeda: vale o dele.
               ADD 1 TO WS-LIMITES-MANTIDOS
               MOVE LIMITE-MENSAL TO WS-LIMITE-EXIBE
               STRING 'DESCARTADO; VALE O DO CLIENTE '
                      WS-CODIGO-SOBREVIVENTE
                      ' MENSAL ' WS-LIMITE-EXIBE
                   DELIMITED BY SIZE INTO WS-VALOR-NOVO
               END-STRING
           ELSE
               MOVE WS-CODIGO-SOBREVIVENTE TO LIMITE-CLIENTE
               MOVE WS-LIM-MOEDA (WS-IND) TO LIMITE-MOEDA
               MOVE WS-LIM-POR-OPERACAO (WS-IND)
                   TO LIMITE-POR-OPERACAO
               MOVE WS-LIM-DIARIO (WS-IND) TO LIMITE-DIARIO
               MOVE WS-LIM-MENSAL (WS-IND) TO LIMITE-MENSAL
               WRITE LIMITE-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR LIMITE '
                               WS-LIM-MOEDA (WS-IND)
               END-WRITE
               ADD 1 TO WS-LIMITES-MOVIDOS
               STRING 'CLIENTE ' WS-CODIGO-SOBREVIVENTE
                      ' MENSAL ' WS-LIMITE-EXIBE
                   DELIMITED BY SIZE INTO WS-VALOR-NOVO
               END-STRING.
           MOVE WS-CODIGO-APOSENTADO TO WS-AUD-CODIGO-NUM.
           PERFORM GRAVA-AUDITORIA.

           MOVE WS-CODIGO-APOSENTADO TO LIMITE-CLIENTE.
           MOVE WS-LIM-MOEDA (WS-IND) TO LIMITE-MOEDA.
           DELETE ARQUIVO-LIMITE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO WS-IND.

       RETIRA-APOSENTADO-DO-VIVO.
           MOVE WS-CODIGO-APOSENTADO TO CLIENTE-CODIGO.
           DELETE ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO RETIRAR O CLIENTE '
                           WS-CODIGO-APOSENTADO ' DO ARQUIVO VIVO.'
           END-DELETE.

      *-----------------------------------------------------------------
      *REFERENCIA CRUZADA - fusoes anteriores que apontavam para o
      *aposentado passam a apontar para o sobrevivente, para o
      *PROG155 resolver qualquer codigo antigo em uma leitura so.
      *-----------------------------------------------------------------
       REGISTRA-REFERENCIA-CRUZADA.
           OPEN I-O ARQUIVO-FUSAO-CLIENTE.
           IF WS-STATUS-ARQUIVO-FUSAOCLI = '35'
               OPEN OUTPUT ARQUIVO-FUSAO-CLIENTE
               CLOSE ARQUIVO-FUSAO-CLIENTE
               OPEN I-O ARQUIVO-FUSAO-CLIENTE.
           MOVE ZEROS TO WS-FUSOES-REAPONTADAS.
           MOVE 'N' TO FINAL-ARQUIVO.
           PERFORM LE-PROXIMA-FUSAO.
           PERFORM REAPONTA-FUSAO-ANTERIOR
               UNTIL FINAL-ARQUIVO = 'S'.

           MOVE WS-CODIGO-APOSENTADO TO FUSAOCLI-CODIGO-ANTIGO.
           MOVE WS-CODIGO-SOBREVIVENTE
               TO FUSAOCLI-CODIGO-SOBREVIVENTE.
           MOVE WS-DATA-ATUAL TO FUSAOCLI-DATA.
           MOVE WS-HORA-ATUAL (1:6) TO FUSAOCLI-HORA.
           MOVE WS-OPERADOR TO FUSAOCLI-OPERADOR.
           MOVE WS-MOTIVO-FUSAO TO FUSAOCLI-MOTIVO.
           MOVE WS-LIMITES-MOVIDOS TO FUSAOCLI-LIMITES-MOVIDOS.
           MOVE WS-LIMITES-MANTIDOS TO FUSAOCLI-LIMITES-MANTIDOS.
           WRITE FUSAOCLI-REGISTRO
               INVALID KEY
                   REWRITE FUSAOCLI-REGISTRO
           END-WRITE.
           CLOSE ARQUIVO-FUSAO-CLIENTE.
           IF WS-FUSOES-REAPONTADAS > ZEROS
               DISPLAY 'FUSOES ANTERIORES REAPONTADAS: '
                       WS-FUSOES-REAPONTADAS.

       LE-PROXIMA-FUSAO.
           READ ARQUIVO-FUSAO-CLIENTE NEXT RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       REAPONTA-FUSAO-ANTERIOR.
           IF FUSAOCLI-CODIGO-SOBREVIVENTE = WS-CODIGO-APOSENTADO
               MOVE WS-CODIGO-SOBREVIVENTE
                   TO FUSAOCLI-CODIGO-SOBREVIVENTE
               REWRITE FUSAOCLI-REGISTRO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-FUSOES-REAPONTADAS.
           PERFORM LE-PROXIMA-FUSAO.

       AUDITA-FUSAO.
      *Uma linha para cada lado da fusao, com o antes e o depois.
           MOVE 'FUSAO' TO WS-NOME-CAMPO.
           MOVE WS-CODIGO-APOSENTADO TO WS-AUD-CODIGO-NUM.
           MOVE SPACES TO WS-VALOR-ANTIGO.
           STRING 'ATIVO ' WS-NOME-APOSENTADO ' CPF ' WS-APOS-CPF
               DELIMITED BY SIZE INTO WS-VALOR-ANTIGO
           END-STRING.
           MOVE SPACES TO WS-VALOR-NOVO.
           STRING 'FUNDIDO NO ' WS-CODIGO-SOBREVIVENTE ' MOTIVO '
                  WS-MOTIVO-FUSAO
               DELIMITED BY SIZE INTO WS-VALOR-NOVO
           END-STRING.
           PERFORM GRAVA-AUDITORIA.

           MOVE WS-CODIGO-SOBREVIVENTE TO WS-AUD-CODIGO-NUM.
           MOVE SPACES TO WS-VALOR-ANTIGO.
           STRING 'ATIVO ' WS-NOME-SOBREVIVENTE
                  ' CPF ' WS-CPF-SOBREVIVENTE
               DELIMITED BY SIZE INTO WS-VALOR-ANTIGO
           END-STRING.
           MOVE SPACES TO WS-VALOR-NOVO.
           STRING 'ABSORVEU O ' WS-CODIGO-APOSENTADO ' MOTIVO '
                  WS-MOTIVO-FUSAO
               DELIMITED BY SIZE INTO WS-VALOR-NOVO
           END-STRING.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
      *Mesmo desenho de linha do PROG84.
           MOVE SPACES TO REGISTRO-AUDITORIA-CLI.
           STRING WS-ANO-ATUAL '-' WS-MES-ATUAL '-' WS-DIA-ATUAL ' '
                  WS-HOR-ATUAL ':' WS-MIN-ATUAL ':' WS-SEG-ATUAL
                  ' OPERADOR=' WS-OPERADOR
                  ' CODIGO=' WS-AUD-CODIGO-NUM
                  ' CAMPO=' WS-NOME-CAMPO
                  ' ANTES=' WS-VALOR-ANTIGO
                  ' DEPOIS=' WS-VALOR-NOVO
                  DELIMITED BY SIZE INTO REGISTRO-AUDITORIA-CLI
           END-STRING.
           WRITE REGISTRO-AUDITORIA-CLI.

      *-----------------------------------------------------------------
      *REFERENCIA CRUZADA NO SPOOL - uma entrada por codigo
      *aposentado, com o nome no arquivo morto e o do sobrevivente
      *no arquivo vivo.
      *-----------------------------------------------------------------
       RELATORIO-FUSOES.
           OPEN INPUT ARQUIVO-FUSAO-CLIENTE.
           IF WS-STATUS-ARQUIVO-FUSAOCLI NOT = '00'
               DISPLAY 'NENHUMA FUSAO DE CLIENTES REGISTRADA.'
           ELSE
               PERFORM EMITE-RELATORIO-FUSOES
               CLOSE ARQUIVO-FUSAO-CLIENTE.

       EMITE-RELATORIO-FUSOES.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-CLI-HISTORICO.
           MOVE ZEROS TO WS-TOTAL-FUSOES-LISTADAS.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'REFERENCIA CRUZADA DE FUSOES DE CLIENTES'
                  '  EMITIDO EM ' WS-DATA-ATUAL
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'SAIU NOME                 FICOU NOME'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE '     DATA     OPERADOR LEV MAN MOTIVO'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA (1:72).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'N' TO FINAL-ARQUIVO.
           PERFORM LE-PROXIMA-FUSAO.
           PERFORM IMPRIME-UMA-FUSAO
               UNTIL FINAL-ARQUIVO = 'S'.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA (1:72).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'CODIGOS APOSENTADOS: ' WS-TOTAL-FUSOES-LISTADAS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-CLI-HISTORICO.
           DISPLAY 'REFERENCIA CRUZADA NO SPOOL (PROG72).'.
           DISPLAY 'CODIGOS APOSENTADOS: ' WS-TOTAL-FUSOES-LISTADAS.

       IMPRIME-UMA-FUSAO.
           ADD 1 TO WS-TOTAL-FUSOES-LISTADAS.
           MOVE '(NAO ENCONTRADO)' TO WS-NOME-APOSENTADO.
           MOVE FUSAOCLI-CODIGO-ANTIGO TO CLIHIST-CODIGO.
           READ ARQUIVO-CLI-HISTORICO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLIHIST-NOME TO WS-NOME-APOSENTADO
           END-READ.
           MOVE '(NAO ENCONTRADO)' TO WS-NOME-SOBREVIVENTE.
           MOVE FUSAOCLI-CODIGO-SOBREVIVENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLIENTE-NOME TO WS-NOME-SOBREVIVENTE
           END-READ.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING FUSAOCLI-CODIGO-ANTIGO ' ' WS-NOME-APOSENTADO
                  ' ' FUSAOCLI-CODIGO-SOBREVIVENTE ' '
                  WS-NOME-SOBREVIVENTE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING '     ' FUSAOCLI-DATA ' ' FUSAOCLI-OPERADOR ' '
                  FUSAOCLI-LIMITES-MOVIDOS '  '
                  FUSAOCLI-LIMITES-MANTIDOS '  ' FUSAOCLI-MOTIVO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM LE-PROXIMA-FUSAO.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
