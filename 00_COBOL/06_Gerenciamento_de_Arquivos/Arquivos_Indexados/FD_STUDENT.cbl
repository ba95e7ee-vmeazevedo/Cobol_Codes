           05  STUDENT-ID           PIC 9(5).
           05  FILLER               PIC X(1).
           05  STUDENT-NAME         PIC X(25).
      *Cadastro completo (layout v2, migracao 15_Migra_Alunos;
      *manutencao no 16_Cadastro_Alunos).
           05  STUDENT-CPF          PIC X(11).
      *Validado pelo PROG47; brancos em registro migrado.
           05  STUDENT-NASCIMENTO.
      *Validada pelo PROG75.
               10  STUDENT-DIA-NASC PIC 9(2).
               10  STUDENT-MES-NASC PIC 9(2).
               10  STUDENT-ANO-NASC PIC 9(4).
           05  STUDENT-ENDERECO     PIC X(40).
           05  STUDENT-CIDADE       PIC X(20).
           05  STUDENT-UF           PIC X(2).
           05  STUDENT-CEP          PIC 9(8).
           05  STUDENT-TELEFONE     PIC X(11).
           05  STUDENT-EMAIL        PIC X(40).
           05  STUDENT-RESPONSAVEL.
      *Responsavel financeiro; nome em branco = o proprio aluno.
      *Com responsavel, recibo, certificado e boleto saem em nome
      *dele, no endereco do aluno.
               10  STUDENT-RESP-NOME     PIC X(25).
               10  STUDENT-RESP-CPF      PIC X(11).
               10  STUDENT-RESP-TELEFONE PIC X(11).
               10  STUDENT-RESP-EMAIL    PIC X(40).
