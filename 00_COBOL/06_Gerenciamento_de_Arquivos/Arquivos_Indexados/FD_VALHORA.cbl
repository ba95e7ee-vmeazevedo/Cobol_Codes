       FD  VALHORA.
       01  VALHORA-FILE.
           05  VALHORA-QUALIFICACAO     PIC X(20).
      *Mesmo conteudo de PROFESSOR-QUALIFICACAO.
           05  VALHORA-VALOR            PIC 9(5)V99.
      *Valor da hora-aula dos professores com esta qualificacao.
