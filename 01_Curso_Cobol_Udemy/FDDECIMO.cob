      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-DECIMO.
       01  DECIMO-REGISTRO.
           05 DECIMO-CHAVE.
               10 DECIMO-ANO PIC 9(4).
      *Ano do 13o (AAAA).
               10 DECIMO-CODIGO-FUNC PIC 9(6).
      *Mesmo tamanho de FUNCIONARIO-CODIGO.
           05 DECIMO-PARCELA-A PIC 9(7)V99.
      *Adiantamento de novembro.
           05 DECIMO-PARCELA-F PIC 9(7)V99.
      *Quitacao de dezembro. Gerar de novo a mesma parcela regrava
      *o valor em vez de somar.
           05 DECIMO-GERACAO PIC 9(6).
      *Geracao do extrato (controle_folha.dat) da ultima parcela.
