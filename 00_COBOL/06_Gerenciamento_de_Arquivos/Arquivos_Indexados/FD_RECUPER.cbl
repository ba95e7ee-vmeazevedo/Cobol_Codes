       FD  RECUPER.
       01  RECUPER-FILE.
           05  RECUPER-CHAVE.
      *Mesma chave do arquivo de notas: uma recuperacao por nota.
               10  RECUPER-STUDENT-ID   PIC 9(5).
               10  RECUPER-CURSO-ID     PIC 9(4).
               10  RECUPER-PERIODO      PIC 9(6).
           05  RECUPER-TURMA-ID         PIC 9(4).
      *Turma do curso no periodo; zero quando nao ha turma aberta.
           05  RECUPER-NOTA-ORIGINAL    PIC 9(2)V9.
           05  RECUPER-MEDIA-APROVACAO  PIC 9(2)V9.
      *NOTA-VALOR e media do curso no dia da abertura
      *(18_Recuperacao).
           05  RECUPER-NOTA-PROVA       PIC 9(2)V9.
           05  RECUPER-NOTA-FINAL       PIC 9(2)V9.
           05  RECUPER-REGRA            PIC X(1).
      *Regra da nota final usada no lancamento: M = media entre a
      *nota original e a prova, T = prova limitada a media de
      *aprovacao do curso.
           05  RECUPER-SITUACAO         PIC X(1).
      *P = pendente (aguarda a prova), L = prova lancada aguardando
      *supervisor (10_Aprova_Notas), A = aprovada - so entao a nota
      *final vale no boletim, no certificado e nos pre-requisitos.
           05  RECUPER-DATA-ABERTURA    PIC 9(8).
           05  RECUPER-OPERADOR         PIC X(8).
           05  RECUPER-DATA-LANCAMENTO  PIC 9(8).
