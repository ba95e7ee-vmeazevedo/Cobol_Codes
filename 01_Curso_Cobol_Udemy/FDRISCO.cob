      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-RISCO.
       01  RISCO-REGISTRO.
           05 RISCO-CHAVE.
               10 RISCO-TIPO PIC X(1).
      *D = departamento, C = cargo.
               10 RISCO-REFERENCIA PIC X(20).
      *Departamento nas 4 primeiras posicoes (tipo D) ou a
      *descricao do cargo como em SALARIO-CARGO (tipo C) - mesma
      *chave do vinculo sindical.
               10 RISCO-VIGENCIA PIC 9(8).
      *Inicio da vigencia em AAAAMMDD; faz parte da chave, entao o
      *historico fica preservado. Vale a ultima vigencia ate a data.
           05 RISCO-ADICIONAL PIC X(1).
      *P = periculosidade, I = insalubridade, N = sem adicional (fim
      *de uma classificacao anterior).
           05 RISCO-GRAU PIC X(1).
      *So na insalubridade: 1 = minimo, 2 = medio, 3 = maximo.
           05 RISCO-LAUDO PIC X(20).
      *Referencia do laudo tecnico (LTCAT/PPRA) que fundamenta.
           05 RISCO-OPERADOR PIC X(8).
           05 RISCO-DATA-INCLUSAO PIC 9(8).
