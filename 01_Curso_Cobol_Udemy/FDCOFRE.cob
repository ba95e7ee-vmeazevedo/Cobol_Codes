      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-COFRE.
       01  COFRE-REGISTRO.
           05 COFRE-CHAVE.
               10 COFRE-MOEDA PIC X(3).
               10 COFRE-CEDULA PIC 9(5)V99.
      *Valor de face da cedula (ou moeda metalica) na propria moeda.
           05 COFRE-QUANTIDADE PIC 9(7).
      *Cedulas no cofre pelas retiradas, devolucoes e contagens.
           05 COFRE-MINIMO PIC 9(7).
      *Estoque minimo: abaixo dele a cedula aparece em falta.
           05 COFRE-DATA-CONTAGEM PIC 9(8).
           05 COFRE-QTD-CONTADA PIC 9(7).
           05 COFRE-OPERADOR-CONTAGEM PIC X(8).
      *Ultima contagem fisica: dia, quantidade contada e operador.
