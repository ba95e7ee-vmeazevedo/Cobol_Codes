      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-AULADADA.
       01  AULADADA-REGISTRO.
           05 AULADADA-CHAVE.
               10 AULADADA-PERIODO PIC 9(6).
      *Mes AAAAMM das aulas.
               10 AULADADA-PROFESSOR-ID PIC 9(4).
      *Mesmo tamanho de PROFESSOR-ID (professor.dat da escola).
           05 AULADADA-CODIGO-FUNC PIC 9(6).
      *FUNCIONARIO-CODIGO vinculado ao professor; zeros enquanto o
      *professor nao tiver vinculo com a folha.
           05 AULADADA-QTD-AULAS PIC 9(4).
      *Datas distintas com chamada no mes, somadas entre as turmas
      *alocadas ao professor (uma aula = uma hora-aula).
           05 AULADADA-VALOR-HORA PIC 9(5)V99.
           05 AULADADA-ORIGEM-VALOR PIC X(1).
      *P = valor proprio do professor, Q = valor da qualificacao,
      *espaco = sem valor cadastrado.
           05 AULADADA-VALOR PIC 9(7)V99.
      *Aulas x valor da hora-aula.
           05 AULADADA-SITUACAO PIC X(1).
      *A = apurada (a enviar), E = enviada no extrato do PROG42.
           05 AULADADA-DATA-APURACAO PIC 9(8).
           05 AULADADA-GERACAO-ENVIO PIC 9(6).
