      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.     16_Cadastro_Alunos.
       AUTHOR.         VINICIUS AZEVEDO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       NAO E CONFIDENCIAL.
      ******************************************************************
      * TEXTO: Manutencao do cadastro completo do aluno (student.dat
      * layout v2): CPF conferido pelo PROG47, nascimento pelo
      * PROG75, endereco com CEP, telefone e email, e o responsavel
      * financeiro com CPF e contato proprios. Com responsavel
      * cadastrado, recibo de mensalidade, certificado e boleto saem
      * em nome dele.
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

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FD_STUDENT.cbl'.

       WORKING-STORAGE SECTION.
       77  WS-ACAO-VERSAO              PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA          PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK                PIC X VALUE 'N'.
       77  WS-NOME-ARQ-STUDENT         PIC X(30) VALUE 'student.dat'.
       77  WS-OPCAO                    PIC 9 VALUE ZERO.
       77  WS-OPCAO-ALTERA             PIC 9 VALUE ZERO.
       77  REGISTRO-ENCONTRADO         PIC X VALUE 'N'.
       77  WS-ALUNO-PEDIDO             PIC 9(5) VALUE ZEROS.
       77  WS-CPF-DIGITADO             PIC X(11) VALUE SPACES.
       77  WS-CPF-VALIDO               PIC X VALUE 'N'.
       77  WS-DATA-VALIDA              PIC X VALUE 'N'.
       77  WS-MOTIVO-DATA              PIC X(40) VALUE SPACES.
       77  WS-CEP-VALIDO               PIC X VALUE 'N'.
       77  WS-EMAIL-DIGITADO           PIC X(40) VALUE SPACES.
       77  WS-EMAIL-VALIDO             PIC X VALUE 'N'.
       77  WS-QTD-ARROBA               PIC 9(2) VALUE ZEROS.
       77  WS-TEM-RESPONSAVEL          PIC X VALUE 'N'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM CONFERE-VERSAO-ALUNO.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.

       PROGRAM-DONE.
           GOBACK.

       CONFERE-VERSAO-ALUNO.
      *Layout v2 de student.dat (cadastro completo, registrado pela
      *migracao 15_Migra_Alunos no PROG82).
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-STUDENT
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'RODE A MIGRACAO 15_Migra_Alunos ANTES.'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'CADASTRO DE ALUNOS'.
           DISPLAY '1. INCLUIR ALUNO'.
           DISPLAY '2. ALTERAR ALUNO'.
           DISPLAY '3. CONSULTAR ALUNO'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM INCLUIR-ALUNO.
           IF WS-OPCAO = 2
               PERFORM ALTERAR-ALUNO.
           IF WS-OPCAO = 3
               PERFORM CONSULTAR-ALUNO.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 3 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

       INCLUIR-ALUNO.
           DISPLAY 'STUDENT-ID (1-99999): '.
           ACCEPT WS-ALUNO-PEDIDO.
           OPEN I-O STUDENT.
           MOVE WS-ALUNO-PEDIDO TO STUDENT-ID.
           READ STUDENT RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = 'S'
               DISPLAY 'ALUNO JA CADASTRADO: ' STUDENT-NAME
           ELSE
               MOVE SPACES TO STUDENT-FILE
               MOVE WS-ALUNO-PEDIDO TO STUDENT-ID
               MOVE ZEROS TO STUDENT-NASCIMENTO
               MOVE ZEROS TO STUDENT-CEP
               PERFORM PEDE-DADOS-PESSOAIS
               PERFORM PEDE-ENDERECO
               PERFORM PEDE-CONTATO
               PERFORM PEDE-RESPONSAVEL
               WRITE STUDENT-FILE
                   INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O ALUNO.'
                   NOT INVALID KEY
                   DISPLAY 'ALUNO CADASTRADO.'
               END-WRITE.
           CLOSE STUDENT.

       ALTERAR-ALUNO.
           DISPLAY 'STUDENT-ID (1-99999): '.
           ACCEPT WS-ALUNO-PEDIDO.
           OPEN I-O STUDENT.
           MOVE WS-ALUNO-PEDIDO TO STUDENT-ID.
           READ STUDENT RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'ALUNO NAO CADASTRADO.'
           ELSE
               PERFORM EXIBE-ALUNO
               DISPLAY 'ALTERAR: 1-DADOS PESSOAIS 2-ENDERECO'
                       ' 3-CONTATO 4-RESPONSAVEL FINANCEIRO'
               ACCEPT WS-OPCAO-ALTERA
               PERFORM ALTERA-BLOCO
               REWRITE STUDENT-FILE
                   INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O ALUNO.'
                   NOT INVALID KEY
                   DISPLAY 'ALUNO ALTERADO.'
               END-REWRITE.
           CLOSE STUDENT.

       ALTERA-BLOCO.
           IF WS-OPCAO-ALTERA = 1
               PERFORM PEDE-DADOS-PESSOAIS.
           IF WS-OPCAO-ALTERA = 2
               PERFORM PEDE-ENDERECO.
           IF WS-OPCAO-ALTERA = 3
               PERFORM PEDE-CONTATO.
           IF WS-OPCAO-ALTERA = 4
               PERFORM PEDE-RESPONSAVEL.
           IF WS-OPCAO-ALTERA < 1 OR WS-OPCAO-ALTERA > 4
               DISPLAY 'OPCAO INVALIDA; NADA ALTERADO.'.

       CONSULTAR-ALUNO.
           DISPLAY 'STUDENT-ID (1-99999): '.
           ACCEPT WS-ALUNO-PEDIDO.
           OPEN INPUT STUDENT.
           MOVE WS-ALUNO-PEDIDO TO STUDENT-ID.
           READ STUDENT RECORD
               INVALID KEY
               DISPLAY 'ALUNO NAO CADASTRADO.'
               NOT INVALID KEY
               PERFORM EXIBE-ALUNO.
           CLOSE STUDENT.

       EXIBE-ALUNO.
           DISPLAY 'ALUNO:       ' STUDENT-ID ' ' STUDENT-NAME.
           DISPLAY 'CPF:         ' STUDENT-CPF
                   '  NASCIMENTO: ' STUDENT-DIA-NASC '/'
                   STUDENT-MES-NASC '/' STUDENT-ANO-NASC.
           DISPLAY 'ENDERECO:    ' STUDENT-ENDERECO.
           DISPLAY '             ' STUDENT-CIDADE ' ' STUDENT-UF
                   '  CEP ' STUDENT-CEP.
           DISPLAY 'TELEFONE:    ' STUDENT-TELEFONE
                   '  EMAIL: ' STUDENT-EMAIL.
           IF STUDENT-RESP-NOME = SPACES
               DISPLAY 'RESPONSAVEL: O PROPRIO ALUNO'
           ELSE
               DISPLAY 'RESPONSAVEL: ' STUDENT-RESP-NOME
                       '  CPF ' STUDENT-RESP-CPF
               DISPLAY '             TELEFONE ' STUDENT-RESP-TELEFONE
                       '  EMAIL ' STUDENT-RESP-EMAIL.

       PEDE-DADOS-PESSOAIS.
           DISPLAY 'NOME: '.
           ACCEPT STUDENT-NAME.
           MOVE 'N' TO WS-CPF-VALIDO.
           PERFORM PEDE-CPF-ALUNO
               UNTIL WS-CPF-VALIDO = 'S'.
           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM PEDE-NASCIMENTO
               UNTIL WS-DATA-VALIDA = 'S'.

       PEDE-CPF-ALUNO.
           DISPLAY 'CPF DO ALUNO (11 DIGITOS): '.
           ACCEPT WS-CPF-DIGITADO.
           CALL 'PROG47' USING WS-CPF-DIGITADO WS-CPF-VALIDO.
           IF WS-CPF-VALIDO = 'S'
               MOVE WS-CPF-DIGITADO TO STUDENT-CPF
           ELSE
               DISPLAY 'CPF INVALIDO.'.

       PEDE-NASCIMENTO.
           DISPLAY 'NASCIMENTO - DIA: '.
           ACCEPT STUDENT-DIA-NASC.
           DISPLAY 'NASCIMENTO - MES: '.
           ACCEPT STUDENT-MES-NASC.
           DISPLAY 'NASCIMENTO - ANO: '.
           ACCEPT STUDENT-ANO-NASC.
           CALL 'PROG75' USING STUDENT-DIA-NASC STUDENT-MES-NASC
               STUDENT-ANO-NASC WS-DATA-VALIDA WS-MOTIVO-DATA.
           IF WS-DATA-VALIDA NOT = 'S'
               DISPLAY 'DATA INVALIDA: ' WS-MOTIVO-DATA.

       PEDE-ENDERECO.
           DISPLAY 'ENDERECO (RUA, NUMERO, COMPLEMENTO): '.
           ACCEPT STUDENT-ENDERECO.
           DISPLAY 'CIDADE: '.
           ACCEPT STUDENT-CIDADE.
           DISPLAY 'UF: '.
           ACCEPT STUDENT-UF.
           MOVE 'N' TO WS-CEP-VALIDO.
           PERFORM PEDE-CEP
               UNTIL WS-CEP-VALIDO = 'S'.

       PEDE-CEP.
           DISPLAY 'CEP (8 DIGITOS): '.
           ACCEPT STUDENT-CEP.
           IF STUDENT-CEP IS NUMERIC AND STUDENT-CEP > 999999
               MOVE 'S' TO WS-CEP-VALIDO
           ELSE
               DISPLAY 'CEP INVALIDO.'.

       PEDE-CONTATO.
           DISPLAY 'TELEFONE (DDD + NUMERO): '.
           ACCEPT STUDENT-TELEFONE.
           MOVE 'N' TO WS-EMAIL-VALIDO.
           PERFORM PEDE-EMAIL
               UNTIL WS-EMAIL-VALIDO = 'S'.
           MOVE WS-EMAIL-DIGITADO TO STUDENT-EMAIL.

       PEDE-EMAIL.
      *Email em branco e aceito; preenchido precisa de um '@'.
           DISPLAY 'EMAIL: '.
           ACCEPT WS-EMAIL-DIGITADO.
           PERFORM CONFERE-EMAIL.

       CONFERE-EMAIL.
           MOVE ZEROS TO WS-QTD-ARROBA.
           INSPECT WS-EMAIL-DIGITADO TALLYING WS-QTD-ARROBA
               FOR ALL '@'.
           IF WS-EMAIL-DIGITADO = SPACES OR WS-QTD-ARROBA = 1
               MOVE 'S' TO WS-EMAIL-VALIDO
           ELSE
               DISPLAY 'EMAIL INVALIDO.'.

       PEDE-RESPONSAVEL.
           DISPLAY 'TEM RESPONSAVEL FINANCEIRO (S/N)? '.
           ACCEPT WS-TEM-RESPONSAVEL.
           IF WS-TEM-RESPONSAVEL = 's'
               MOVE 'S' TO WS-TEM-RESPONSAVEL.
           MOVE SPACES TO STUDENT-RESPONSAVEL.
           IF WS-TEM-RESPONSAVEL = 'S'
               PERFORM PEDE-DADOS-RESPONSAVEL.

       PEDE-DADOS-RESPONSAVEL.
           DISPLAY 'NOME DO RESPONSAVEL: '.
           ACCEPT STUDENT-RESP-NOME.
           IF STUDENT-RESP-NOME = SPACES
               DISPLAY 'SEM NOME: O ALUNO FICA COMO RESPONSAVEL.'
           ELSE
               MOVE 'N' TO WS-CPF-VALIDO
               PERFORM PEDE-CPF-RESPONSAVEL
                   UNTIL WS-CPF-VALIDO = 'S'
               DISPLAY 'TELEFONE DO RESPONSAVEL: '
               ACCEPT STUDENT-RESP-TELEFONE
               MOVE 'N' TO WS-EMAIL-VALIDO
               PERFORM PEDE-EMAIL
                   UNTIL WS-EMAIL-VALIDO = 'S'
               MOVE WS-EMAIL-DIGITADO TO STUDENT-RESP-EMAIL.

       PEDE-CPF-RESPONSAVEL.
           DISPLAY 'CPF DO RESPONSAVEL (11 DIGITOS): '.
           ACCEPT WS-CPF-DIGITADO.
           CALL 'PROG47' USING WS-CPF-DIGITADO WS-CPF-VALIDO.
           IF WS-CPF-VALIDO = 'S'
               MOVE WS-CPF-DIGITADO TO STUDENT-RESP-CPF
           ELSE
               DISPLAY 'CPF INVALIDO.'.
