      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG157.
      *Perfil "conheca seu cliente" (KYC) da mesa de cambio, no molde
      *do PROG105: ocupacao, renda mensal declarada, pessoa
      *politicamente exposta (PEP), grau de risco e a data da ultima
      *revisao (kyc_clientes.dat). O prazo ate a proxima revisao
      *depende do grau de risco e fica em parametros_kyc.dat, uma
      *linha em colunas:
      *  MESES-BAIXO(3) MESES-MEDIO(3) MESES-ALTO(3) MULTIPLO(3V9)
      *sem o arquivo valem 36, 24 e 12 meses e 3,0 vezes a renda.
      *PEP revisa sempre no prazo do risco alto. O multiplo e usado
      *pelo PROG63 no aviso de volume do mes acima da renda. So
      *supervisor registra revisao; cada revisao vai para a trilha
      *de clientes (auditoria_clientes.log). O relatorio do mes
      *lista no spool as revisoes vencidas, as que vencem no mes e
      *os clientes ainda sem perfil, com o telefone para a mesa
      *chamar o cliente antes do vencimento.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELKYC.cob'.
           COPY 'SELCLIENTE.cob'.

           SELECT ARQUIVO-PARAMETROS
           ASSIGN TO 'parametros_kyc.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT OPTIONAL ARQUIVO-AUDITORIA-CLI
           ASSIGN TO WS-NOME-ARQ-AUDIT-CLI
           ORGANIZATION IS LINE SEQUENTIAL.
      *Trilha propria dos clientes, a mesma do PROG84.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDKYC.cob'.
           COPY 'FDCLIENTE.cob'.

       FD  ARQUIVO-PARAMETROS.
       01  PARAMETRO-KYC-LINHA.
           05 PARAM-MESES-BAIXO PIC 9(3).
           05 PARAM-MESES-MEDIO PIC 9(3).
           05 PARAM-MESES-ALTO PIC 9(3).
           05 PARAM-MULTIPLO-RENDA PIC 9(3)V9.

       FD  ARQUIVO-AUDITORIA-CLI.
       01  REGISTRO-AUDITORIA-CLI PIC X(280).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-KYC PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAMETROS PIC X(02) VALUE '00'.
       77  WS-CLIENTE-INFORMADO PIC 9(4) VALUE ZEROS.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-MESES-BAIXO PIC 9(3) VALUE 36.
       77  WS-MESES-MEDIO PIC 9(3) VALUE 24.
       77  WS-MESES-ALTO PIC 9(3) VALUE 12.
       77  WS-MESES-PRAZO PIC 9(3) VALUE ZEROS.
       77  WS-ANO-CALC PIC 9(4) VALUE ZEROS.
       77  WS-MES-CALC PIC 9(4) VALUE ZEROS.
       77  WS-DIA-CALC PIC 9(2) VALUE ZEROS.
       77  WS-CAMPO-VALIDO PIC X VALUE 'N'.
       77  WS-TINHA-PERFIL PIC X VALUE 'N'.
       77  WS-MES-PEDIDO PIC 9(6) VALUE ZEROS.
       77  WS-FIM-DO-MES-PEDIDO PIC 9(8) VALUE ZEROS.
       77  WS-SITUACAO-REVISAO PIC X(10) VALUE SPACES.
       77  WS-TOTAL-VENCIDAS PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-A-VENCER PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-SEM-PERFIL PIC 9(5) VALUE ZEROS.
       77  WS-RENDA-EXIBE PIC Z(8)9.99.
       77  WS-NOME-ARQ-AUDIT-CLI PIC X(30)
           VALUE 'auditoria_clientes.log'.
       77  WS-NOME-CAMPO PIC X(15) VALUE SPACES.
       77  WS-VALOR-ANTIGO PIC X(80) VALUE SPACES.
       77  WS-VALOR-NOVO PIC X(80) VALUE SPACES.
       77  WS-AUD-CODIGO-NUM PIC 9(6) VALUE ZEROS.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'REVISOES KYC'.
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
       01  WS-PERFIL-ANTERIOR.
           05 WS-ANT-RISCO PIC X(1).
           05 WS-ANT-PEP PIC X(1).
           05 WS-ANT-DATA-REVISAO PIC 9(8).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
      *Cadastro de clientes da empresa da sessao.
           DISPLAY 'ARQUIVO_CLIENTES' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO-CLIENTE FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
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
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-PARAMETROS.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
       PROGRAM-DONE.
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'PERFIL KYC DOS CLIENTES DA MESA'.
           DISPLAY '1. REGISTRAR REVISAO DO PERFIL'.
           DISPLAY '2. CONSULTAR PERFIL'.
           DISPLAY '3. REVISOES A VENCER NO MES (SPOOL)'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM REGISTRAR-REVISAO.
           IF WS-OPCAO = 2
               PERFORM CONSULTAR-PERFIL.
           IF WS-OPCAO = 3
               PERFORM RELATORIO-REVISOES.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 3 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

       LE-PARAMETROS.
           OPEN INPUT ARQUIVO-PARAMETROS.
           IF WS-STATUS-PARAMETROS = '00'
               READ ARQUIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-MESES-BAIXO IS NUMERIC AND
                               PARAM-MESES-BAIXO > ZEROS
                           MOVE PARAM-MESES-BAIXO TO WS-MESES-BAIXO
                       END-IF
                       IF PARAM-MESES-MEDIO IS NUMERIC AND
                               PARAM-MESES-MEDIO > ZEROS
                           MOVE PARAM-MESES-MEDIO TO WS-MESES-MEDIO
                       END-IF
                       IF PARAM-MESES-ALTO IS NUMERIC AND
                               PARAM-MESES-ALTO > ZEROS
                           MOVE PARAM-MESES-ALTO TO WS-MESES-ALTO
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAMETROS
           END-IF.

       LE-CLIENTE-INFORMADO.
           DISPLAY 'CODIGO DO CLIENTE (1-9999): '.
           ACCEPT WS-CLIENTE-INFORMADO.
           OPEN INPUT ARQUIVO-CLIENTE.
           MOVE WS-CLIENTE-INFORMADO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO
               DISPLAY 'CLIENTE: ' CLIENTE-NOME.
           CLOSE ARQUIVO-CLIENTE.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'CLIENTE NAO CADASTRADO.'.

      *-----------------------------------------------------------------
      *REVISAO - o perfil inteiro e confirmado com o cliente e a data
      *da revisao passa a ser hoje.
      *-----------------------------------------------------------------
       REGISTRAR-REVISAO.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'REVISAO KYC SO POR SUPERVISOR.'
           ELSE
               PERFORM LE-CLIENTE-INFORMADO
               IF REGISTRO-ENCONTRADO = 'S'
                   PERFORM GRAVA-REVISAO.

       GRAVA-REVISAO.
           OPEN I-O ARQUIVO-KYC.
           IF WS-STATUS-ARQUIVO-KYC = '35'
      *Primeiro perfil cria o arquivo.
               OPEN OUTPUT ARQUIVO-KYC
               CLOSE ARQUIVO-KYC
               OPEN I-O ARQUIVO-KYC.
           MOVE WS-CLIENTE-INFORMADO TO KYC-CLIENTE.
           READ ARQUIVO-KYC RECORD
               INVALID KEY
                   MOVE 'N' TO WS-TINHA-PERFIL
                   MOVE SPACES TO KYC-REGISTRO
                   MOVE WS-CLIENTE-INFORMADO TO KYC-CLIENTE
                   MOVE ZEROS TO KYC-RENDA-MENSAL
                   MOVE ZEROS TO KYC-DATA-REVISAO
                   MOVE ZEROS TO KYC-DATA-PROXIMA
               NOT INVALID KEY
                   MOVE 'S' TO WS-TINHA-PERFIL
                   PERFORM EXIBE-PERFIL
           END-READ.
           MOVE KYC-RISCO TO WS-ANT-RISCO.
           MOVE KYC-PEP TO WS-ANT-PEP.
           MOVE KYC-DATA-REVISAO TO WS-ANT-DATA-REVISAO.

           DISPLAY 'OCUPACAO: '.
           ACCEPT KYC-OCUPACAO.
           DISPLAY 'RENDA MENSAL DECLARADA (SEM PONTOS, 2 DECIMAIS): '.
           ACCEPT KYC-RENDA-MENSAL.
           MOVE 'N' TO WS-CAMPO-VALIDO.
           PERFORM PEDE-PEP
               UNTIL WS-CAMPO-VALIDO = 'S'.
           MOVE 'N' TO WS-CAMPO-VALIDO.
           PERFORM PEDE-RISCO
               UNTIL WS-CAMPO-VALIDO = 'S'.
           MOVE WS-DATA-HOJE TO KYC-DATA-REVISAO.
           PERFORM CALCULA-PROXIMA-REVISAO.
           MOVE WS-OPERADOR TO KYC-OPERADOR.

           IF WS-TINHA-PERFIL = 'S'
               REWRITE KYC-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O PERFIL.'
               END-REWRITE
           ELSE
               WRITE KYC-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O PERFIL.'
               END-WRITE.
           CLOSE ARQUIVO-KYC.
           PERFORM AUDITA-REVISAO.
           DISPLAY 'REVISAO REGISTRADA. PROXIMA REVISAO ATE '
                   KYC-DATA-PROXIMA '.'.

       PEDE-PEP.
           DISPLAY 'PESSOA POLITICAMENTE EXPOSTA? (S/N): '.
           ACCEPT KYC-PEP.
           IF KYC-PEP = 's'
               MOVE 'S' TO KYC-PEP.
           IF KYC-PEP = 'n'
               MOVE 'N' TO KYC-PEP.
           IF KYC-PEP = 'S' OR KYC-PEP = 'N'
               MOVE 'S' TO WS-CAMPO-VALIDO
           ELSE
               DISPLAY 'RESPONDA S OU N.'.

       PEDE-RISCO.
           DISPLAY 'GRAU DE RISCO (B=BAIXO M=MEDIO A=ALTO): '.
           ACCEPT KYC-RISCO.
           IF KYC-RISCO = 'b'
               MOVE 'B' TO KYC-RISCO.
           IF KYC-RISCO = 'm'
               MOVE 'M' TO KYC-RISCO.
           IF KYC-RISCO = 'a'
               MOVE 'A' TO KYC-RISCO.
           IF KYC-RISCO = 'B' OR KYC-RISCO = 'M' OR KYC-RISCO = 'A'
               MOVE 'S' TO WS-CAMPO-VALIDO
           ELSE
               DISPLAY 'GRAU DE RISCO INVALIDO.'.

       CALCULA-PROXIMA-REVISAO.
      *Ultima revisao mais o prazo do grau de risco; dia acima de
      *28 vira 28 para a data existir em qualquer mes.
           MOVE WS-MESES-BAIXO TO WS-MESES-PRAZO.
           IF KYC-RISCO = 'M'
               MOVE WS-MESES-MEDIO TO WS-MESES-PRAZO.
           IF KYC-RISCO = 'A' OR KYC-PEP = 'S'
               MOVE WS-MESES-ALTO TO WS-MESES-PRAZO.
           COMPUTE WS-ANO-CALC = KYC-DATA-REVISAO / 10000.
           COMPUTE WS-MES-CALC =
               (KYC-DATA-REVISAO / 100) - WS-ANO-CALC * 100.
           COMPUTE WS-DIA-CALC =
               KYC-DATA-REVISAO - (KYC-DATA-REVISAO / 100) * 100.
           IF WS-DIA-CALC > 28
               MOVE 28 TO WS-DIA-CALC.
           ADD WS-MESES-PRAZO TO WS-MES-CALC.
           PERFORM AVANCA-UM-ANO
               UNTIL WS-MES-CALC NOT > 12.
           COMPUTE KYC-DATA-PROXIMA = WS-ANO-CALC * 10000 +
               WS-MES-CALC * 100 + WS-DIA-CALC.

       AVANCA-UM-ANO.
           SUBTRACT 12 FROM WS-MES-CALC.
           ADD 1 TO WS-ANO-CALC.

       AUDITA-REVISAO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           MOVE 'KYC-REVISAO' TO WS-NOME-CAMPO.
           MOVE KYC-CLIENTE TO WS-AUD-CODIGO-NUM.
           MOVE SPACES TO WS-VALOR-ANTIGO.
           IF WS-TINHA-PERFIL = 'S'
               STRING 'RISCO ' WS-ANT-RISCO ' PEP ' WS-ANT-PEP
                      ' REVISAO ' WS-ANT-DATA-REVISAO
                   DELIMITED BY SIZE INTO WS-VALOR-ANTIGO
               END-STRING
           ELSE
               MOVE 'SEM PERFIL' TO WS-VALOR-ANTIGO.
           MOVE KYC-RENDA-MENSAL TO WS-RENDA-EXIBE.
           MOVE SPACES TO WS-VALOR-NOVO.
           STRING 'RISCO ' KYC-RISCO ' PEP ' KYC-PEP
                  ' REVISAO ' KYC-DATA-REVISAO
                  ' PROXIMA ' KYC-DATA-PROXIMA
                  ' RENDA ' WS-RENDA-EXIBE
               DELIMITED BY SIZE INTO WS-VALOR-NOVO
           END-STRING.
           OPEN EXTEND ARQUIVO-AUDITORIA-CLI.
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
           CLOSE ARQUIVO-AUDITORIA-CLI.

      *-----------------------------------------------------------------
      *CONSULTA
      *-----------------------------------------------------------------
       CONSULTAR-PERFIL.
           PERFORM LE-CLIENTE-INFORMADO.
           IF REGISTRO-ENCONTRADO = 'S'
               OPEN INPUT ARQUIVO-KYC
               IF WS-STATUS-ARQUIVO-KYC NOT = '00'
                   DISPLAY 'NENHUM PERFIL KYC CADASTRADO AINDA.'
               ELSE
                   MOVE WS-CLIENTE-INFORMADO TO KYC-CLIENTE
                   READ ARQUIVO-KYC RECORD
                       INVALID KEY
                           DISPLAY 'CLIENTE SEM PERFIL KYC.'
                       NOT INVALID KEY
                           PERFORM EXIBE-PERFIL
                   END-READ
                   CLOSE ARQUIVO-KYC
               END-IF
           END-IF.

       EXIBE-PERFIL.
           MOVE KYC-RENDA-MENSAL TO WS-RENDA-EXIBE.
           DISPLAY 'OCUPACAO:        ' KYC-OCUPACAO.
           DISPLAY 'RENDA MENSAL:    ' WS-RENDA-EXIBE.
           DISPLAY 'PEP:             ' KYC-PEP.
           DISPLAY 'GRAU DE RISCO:   ' KYC-RISCO.
           DISPLAY 'ULTIMA REVISAO:  ' KYC-DATA-REVISAO
                   '  POR ' KYC-OPERADOR.
           IF KYC-DATA-PROXIMA < WS-DATA-HOJE
               DISPLAY 'PROXIMA REVISAO: ' KYC-DATA-PROXIMA
                       '  (VENCIDA)'
           ELSE
               DISPLAY 'PROXIMA REVISAO: ' KYC-DATA-PROXIMA.

      *-----------------------------------------------------------------
      *RELATORIO DO MES - varre o cadastro de clientes para pegar
      *tambem quem ainda nao tem perfil.
      *-----------------------------------------------------------------
       RELATORIO-REVISOES.
           DISPLAY 'MES DE REFERENCIA (AAAAMM): '.
           ACCEPT WS-MES-PEDIDO.
           COMPUTE WS-FIM-DO-MES-PEDIDO = WS-MES-PEDIDO * 100 + 31.
           MOVE ZEROS TO WS-TOTAL-VENCIDAS.
           MOVE ZEROS TO WS-TOTAL-A-VENCER.
           MOVE ZEROS TO WS-TOTAL-SEM-PERFIL.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-KYC.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'REVISOES KYC A VENCER ATE O MES ' WS-MES-PEDIDO
                  '  EMITIDO EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'CODIGO NOME                 TELEFONE        RISCO'
               TO WS-LINHA-IMPRESSA.
           MOVE 'VENCIMENTO SITUACAO' TO WS-LINHA-IMPRESSA (51:20).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA (1:72).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.
           PERFORM AVALIA-REVISAO-DO-CLIENTE
               UNTIL FINAL-ARQUIVO = 'S'.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA (1:72).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'VENCIDAS: ' WS-TOTAL-VENCIDAS
                  '  A VENCER: ' WS-TOTAL-A-VENCER
                  '  SEM PERFIL: ' WS-TOTAL-SEM-PERFIL
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-KYC.
           DISPLAY 'RELATORIO DE REVISOES NO SPOOL (PROG72).'.
           DISPLAY 'VENCIDAS: ' WS-TOTAL-VENCIDAS
                   '  A VENCER: ' WS-TOTAL-A-VENCER
                   '  SEM PERFIL: ' WS-TOTAL-SEM-PERFIL.

       AVALIA-REVISAO-DO-CLIENTE.
           MOVE SPACES TO WS-SITUACAO-REVISAO.
           MOVE CLIENTE-CODIGO TO KYC-CLIENTE.
           MOVE SPACE TO KYC-RISCO.
           MOVE ZEROS TO KYC-DATA-PROXIMA.
           IF WS-STATUS-ARQUIVO-KYC = '00'
               READ ARQUIVO-KYC RECORD
                   INVALID KEY
                       MOVE 'SEM PERFIL' TO WS-SITUACAO-REVISAO
               END-READ
           ELSE
               MOVE 'SEM PERFIL' TO WS-SITUACAO-REVISAO.
           IF WS-SITUACAO-REVISAO = 'SEM PERFIL'
               MOVE SPACE TO KYC-RISCO
               MOVE ZEROS TO KYC-DATA-PROXIMA
               ADD 1 TO WS-TOTAL-SEM-PERFIL
           ELSE
               IF KYC-DATA-PROXIMA < WS-DATA-HOJE
                   MOVE 'VENCIDA' TO WS-SITUACAO-REVISAO
                   ADD 1 TO WS-TOTAL-VENCIDAS
               ELSE
                   IF KYC-DATA-PROXIMA NOT > WS-FIM-DO-MES-PEDIDO
                       MOVE 'A VENCER' TO WS-SITUACAO-REVISAO
                       ADD 1 TO WS-TOTAL-A-VENCER.
           IF WS-SITUACAO-REVISAO NOT = SPACES
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING CLIENTE-CODIGO '   ' CLIENTE-NOME ' '
                      CLIENTE-TELEFONE ' ' KYC-RISCO '     '
                      KYC-DATA-PROXIMA '   ' WS-SITUACAO-REVISAO
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
