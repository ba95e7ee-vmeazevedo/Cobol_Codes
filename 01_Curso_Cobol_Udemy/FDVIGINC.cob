      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-VIGINC.
       01  VIGINC-REGISTRO.
           05 VIGINC-CHAVE.
               10 VIGINC-CODIGO-FUNC PIC 9(6).
      *Mesmo tamanho de FUNCIONARIO-CODIGO.
               10 VIGINC-DATA-VIGENCIA PIC 9(8).
      *Mesma chave de SALARIO-CHAVE.
           05 VIGINC-DATA-INCLUSAO PIC 9(8).
      *Data da digitacao em AAAAMMDD.
           05 VIGINC-OPERADOR PIC X(8).
           05 VIGINC-APURADA PIC X(1).
      *N = diferencas retroativas ainda nao apuradas pelo PROG138,
      *S = ja apuradas.
