       FD  ALOCSALA.
       01  ALOCSALA-FILE.
           05  ALOCSALA-TURMA-ID        PIC 9(4).
      *Uma sala por turma: a chave e a propria turma, como a
      *alocacao de professor (alocacao.dat).
           05  ALOCSALA-SALA-ID         PIC X(6).
