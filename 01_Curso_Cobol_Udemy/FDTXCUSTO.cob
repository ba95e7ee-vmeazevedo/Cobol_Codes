      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-TXCUSTO.
       01  TXCUSTO-REGISTRO.
           05 TXCUSTO-CHAVE.
               10 TXCUSTO-MOEDA PIC X(3).
               10 TXCUSTO-DATA PIC 9(8).
      *Dia da taxa em AAAAMMDD.
           05 TXCUSTO-TAXA PIC 9(5)V9(4).
      *Custo da moeda para a tesouraria, em reais por unidade.
           05 TXCUSTO-OPERADOR PIC X(8).
