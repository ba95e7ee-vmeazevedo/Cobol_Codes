      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-FGTS.
       01  FGTS-REGISTRO.
           05 FGTS-CHAVE.
               10 FGTS-CODIGO-FUNC PIC 9(6).
      *Mesmo tamanho de FUNCIONARIO-CODIGO.
               10 FGTS-PERIODO PIC 9(6).
      *Competencia AAAAMM do deposito; faz parte da chave, entao
      *refazer o mesmo periodo regrava o deposito em vez de somar
      *de novo.
           05 FGTS-BASE PIC 9(7)V99.
      *Salario base vigente no fim da competencia (salarios.dat).
           05 FGTS-DEPOSITO PIC 9(7)V99.
      *8% da base.
           05 FGTS-DATA-CALCULO PIC 9(8).
