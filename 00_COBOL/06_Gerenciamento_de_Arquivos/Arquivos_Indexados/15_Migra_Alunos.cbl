      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.     15_Migra_Alunos.
       AUTHOR.         VINICIUS AZEVEDO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       NAO E CONFIDENCIAL.
      ******************************************************************
      * TEXTO: Migra student.dat do layout antigo (so codigo e nome)
      * para o cadastro completo (CPF, nascimento, endereco, contato
      * e responsavel financeiro), no molde do 11_Migra_Turmas.
      * Passo a passo:
      *   1. Pare os programas que usam o arquivo.
      *   2. Renomeie o arquivo atual para student_old.dat.
      *   3. Rode este programa: ele le student_old.dat com o layout
      *      antigo e regrava student.dat no layout novo, com os
      *      campos novos em BRANCO - a secretaria completa cada
      *      aluno pelo 16_Cadastro_Alunos.
      *   4. Confira o total migrado e guarde o arquivo antigo ate
      *      confirmar que o novo esta correto.
      * A versao 2 do layout fica registrada no controle central
      * (PROG82).
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
           SELECT STUDENT-ANTIGO ASSIGN TO 'student_old.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-ID-ANTIGO.

           COPY 'SL_STUDENT.cbl'.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  STUDENT-ANTIGO.
       01  STUDENT-FILE-ANTIGO.
      *Layout antigo, so codigo e nome.
           05  STUDENT-ID-ANTIGO        PIC 9(5).
           05  FILLER                   PIC X(1).
           05  STUDENT-NAME-ANTIGO      PIC X(25).

           COPY 'FD_STUDENT.cbl'.

       WORKING-STORAGE SECTION.
       77  WS-FIM-ARQUIVO              PIC X VALUE 'N'.
       77  WS-TOTAL-MIGRADOS           PIC 9(5) VALUE ZEROS.
       77  WS-ACAO-VERSAO              PIC X VALUE 'G'.
       77  WS-VERSAO-GRAVAR            PIC 9(3) VALUE 2.
       77  WS-VERSAO-OK                PIC X VALUE 'N'.
       77  WS-NOME-ARQ-STUDENT         PIC X(30) VALUE 'student.dat'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           OPEN INPUT STUDENT-ANTIGO.
           OPEN OUTPUT STUDENT.

           PERFORM LE-PROXIMO-ALUNO-ANTIGO.
           PERFORM MIGRA-ALUNO
               UNTIL WS-FIM-ARQUIVO = 'S'.

           CLOSE STUDENT-ANTIGO.
           CLOSE STUDENT.

           DISPLAY 'TOTAL DE ALUNOS MIGRADOS: ' WS-TOTAL-MIGRADOS.
           DISPLAY 'COMPLETE O CADASTRO DE CADA ALUNO PELO'
                   ' 16_Cadastro_Alunos.'.
      *Registra a versao de layout do arquivo convertido no
      *controle central (PROG82).
           MOVE 'G' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-GRAVAR.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-STUDENT
               WS-VERSAO-GRAVAR WS-VERSAO-OK.

       PROGRAM-DONE.
           STOP RUN.

       LE-PROXIMO-ALUNO-ANTIGO.
           READ STUDENT-ANTIGO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       MIGRA-ALUNO.
      *O layout antigo so tinha o nome; o resto fica em branco (e
      *zeros nos campos numericos) ate a secretaria completar.
           MOVE SPACES TO STUDENT-FILE.
           MOVE STUDENT-ID-ANTIGO TO STUDENT-ID.
           MOVE STUDENT-NAME-ANTIGO TO STUDENT-NAME.
           MOVE ZEROS TO STUDENT-NASCIMENTO.
           MOVE ZEROS TO STUDENT-CEP.

           WRITE STUDENT-FILE
               INVALID KEY
               DISPLAY 'ERRO AO GRAVAR O ALUNO MIGRADO: '
                       STUDENT-ID
               NOT INVALID KEY
               ADD 1 TO WS-TOTAL-MIGRADOS
           END-WRITE.

           PERFORM LE-PROXIMO-ALUNO-ANTIGO.
