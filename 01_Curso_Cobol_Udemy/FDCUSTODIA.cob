      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-CUSTODIA.
       01  CUSTODIA-REGISTRO.
           05 CUSTODIA-CHAVE.
               10 CUSTODIA-CODIGO-FUNC PIC 9(6).
      *Mesmo tamanho de FUNCIONARIO-CODIGO.
               10 CUSTODIA-SEQUENCIA PIC 9(3).
           05 CUSTODIA-TIPO PIC X(1).
      *N = notebook/equipamento de informatica, C = cracha,
      *K = chave, F = ferramenta, E = EPI, O = outros.
           05 CUSTODIA-DESCRICAO PIC X(30).
           05 CUSTODIA-SERIE PIC X(20).
      *Numero de serie, patrimonio ou CA do EPI.
           05 CUSTODIA-DATA-ENTREGA PIC 9(8).
           05 CUSTODIA-DATA-DEVOLUCAO PIC 9(8).
      *Data da devolucao ou da baixa em AAAAMMDD (zeros enquanto o
      *item esta com o funcionario).
           05 CUSTODIA-DATA-TROCA PIC 9(8).
      *Data prevista para a troca do EPI em AAAAMMDD (zeros = item
      *sem troca periodica).
           05 CUSTODIA-SITUACAO PIC X(1).
      *P = em poder do funcionario, D = devolvido, B = baixado por
      *supervisor (perda, extravio, desgaste), com o motivo abaixo.
           05 CUSTODIA-MOTIVO-BAIXA PIC X(30).
           05 CUSTODIA-OPERADOR PIC X(8).
      *Operador da ultima movimentacao do item.
