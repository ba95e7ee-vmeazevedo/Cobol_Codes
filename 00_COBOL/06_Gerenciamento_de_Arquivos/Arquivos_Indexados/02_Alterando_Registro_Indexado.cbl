
       WORKING-STORAGE SECTION.
       77  REGISTRO-ENCONTRADO         PIC X VALUE 'N'.
       77  WS-ACAO-VERSAO              PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA          PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK                PIC X VALUE 'N'.
       77  WS-NOME-ARQ-STUDENT         PIC X(30) VALUE 'student.dat'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.

           PERFORM CONFERE-VERSAO-ALUNO.
           OPEN I-O STUDENT.
           PERFORM ALTERA-REGISTRO.
           CLOSE STUDENT.
           GOBACK.

       CONFERE-VERSAO-ALUNO.
      *Layout v2 de student.dat (cadastro completo com responsavel
      *financeiro, registrado pela migracao 15_Migra_Alunos no
      *PROG82), conferido antes do OPEN como no 14_Boletos.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-STUDENT
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'RODE A MIGRACAO 15_Migra_Alunos ANTES.'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       ALTERA-REGISTRO.
           DISPLAY 'STUDENT-ID: '.
           ACCEPT STUDENT-ID.
