      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-PERIODO-FECHADO.
       01  PERFECH-REGISTRO.
           05 PERFECH-PERIODO PIC 9(6).
      *Periodo AAAAMM da baixa.
           05 PERFECH-DATA PIC 9(8).
      *Data da (ultima) baixa em AAAAMMDD.
           05 PERFECH-OPERADOR PIC X(8).
           05 PERFECH-ARQUIVO PIC X(30).
      *Arquivo de resultado que recebeu a baixa.
