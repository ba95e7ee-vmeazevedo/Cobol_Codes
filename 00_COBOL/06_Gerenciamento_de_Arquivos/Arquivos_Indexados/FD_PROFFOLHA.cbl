       FD  PROFFOLHA.
       01  PROFFOLHA-FILE.
           05  PROFFOLHA-PROFESSOR-ID   PIC 9(4).
      *Um vinculo por professor: a chave e o proprio professor.
           05  PROFFOLHA-FUNC-CODIGO    PIC 9(6).
      *FUNCIONARIO-CODIGO do professor no cadastro da folha
      *(funcionarios.dat), para o pagamento sair no PROG42.
           05  PROFFOLHA-VALOR-HORA     PIC 9(5)V99.
      *Valor proprio da hora-aula; zeros = vale o valor da
      *qualificacao (valor_hora_aula.dat).
