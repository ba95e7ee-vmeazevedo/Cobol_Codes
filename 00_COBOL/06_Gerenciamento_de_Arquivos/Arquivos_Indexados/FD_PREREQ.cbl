       FD  PREREQ.
       01  PREREQ-FILE.
           05  PREREQ-CHAVE.
               10  PREREQ-CURSO-ID      PIC 9(4).
      *Curso que exige o pre-requisito.
               10  PREREQ-REQUISITO-ID  PIC 9(4).
      *Curso em que o aluno precisa ter nota de aprovacao (media
      *do curso, CURSO-MEDIA-APROVACAO) antes de se matricular.
