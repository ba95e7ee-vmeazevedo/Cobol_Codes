      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-AVALIACAO.
       01  AVALIACAO-REGISTRO.
           05 AVALIACAO-CHAVE.
               10 AVALIACAO-CICLO PIC 9(4).
      *Ano do ciclo de avaliacao (parametros_avaliacao.dat).
               10 AVALIACAO-CODIGO-FUNC PIC 9(6).
      *Mesmo tamanho de FUNCIONARIO-CODIGO.
           05 AVALIACAO-DEPARTAMENTO PIC 9(4).
      *Departamento do funcionario no lancamento.
           05 AVALIACAO-NOTA-COMPETENCIA PIC 9(1) OCCURS 5 TIMES.
      *Nota de 1 a 5 por competencia, na ordem dos nomes do
      *parametro do ciclo.
           05 AVALIACAO-NOTA-FINAL PIC 9(1).
      *Conceito final de 1 (abaixo do esperado) a 5 (excepcional);
      *e ele que define o percentual da proposta de merito.
           05 AVALIACAO-COMENTARIO PIC X(60).
           05 AVALIACAO-SITUACAO PIC X(1).
      *A = em andamento (gestor ainda pode alterar), C = concluida
      *(so supervisor altera; entra na proposta de merito).
           05 AVALIACAO-AVALIADOR PIC X(8).
           05 AVALIACAO-DATA PIC 9(8).
