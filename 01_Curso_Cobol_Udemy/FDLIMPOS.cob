      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-LIMITE-POSICAO.
       01  LIMPOS-REGISTRO.
           05 LIMPOS-MOEDA PIC X(3).
           05 LIMPOS-COMPRADO PIC 9(11)V99.
      *Posicao comprada maxima (saldo positivo da mesa na moeda).
           05 LIMPOS-VENDIDO PIC 9(11)V99.
      *Posicao vendida maxima, em valor absoluto (saldo negativo).
      *Zeros em um lado significa sem limite daquele lado.
           05 LIMPOS-ACAO PIC X(1).
      *A = so avisa o operador, B = bloqueia (libera so supervisor,
      *com registro em auditoria_limites.log).
           05 LIMPOS-OPERADOR PIC X(8).
           05 LIMPOS-DATA-ALTERACAO PIC 9(8).
