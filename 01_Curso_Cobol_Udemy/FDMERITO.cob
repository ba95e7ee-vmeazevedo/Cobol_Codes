      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-MERITO.
       01  MERITO-REGISTRO.
           05 MERITO-CODIGO-FUNC PIC 9(6).
      *Mesmo tamanho de FUNCIONARIO-CODIGO.
           05 MERITO-CICLO PIC 9(4).
           05 MERITO-NOTA-FINAL PIC 9(1).
           05 MERITO-PERCENTUAL PIC 9(3)V99.
      *Mesmo formato do percentual do PROG99 (00550 = 5,50%).
           05 MERITO-DATA-GERACAO PIC 9(8).
           05 MERITO-OPERADOR PIC X(8).
