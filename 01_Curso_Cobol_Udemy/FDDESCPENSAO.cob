      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-DESC-PENSAO.
       01  DESCPENSAO-REGISTRO.
           05 DESCPENSAO-CHAVE.
               10 DESCPENSAO-CODIGO-FUNC PIC 9(6).
               10 DESCPENSAO-SEQUENCIA PIC 9(2).
      *Mesma chave da ordem em pensoes.dat.
               10 DESCPENSAO-PERIODO PIC 9(6).
      *Periodo AAAAMM do extrato que enviou o desconto.
           05 DESCPENSAO-BASE PIC 9(7)V99.
      *Liquido usado como base nas ordens percentuais (zeros nas de
      *valor fixo).
           05 DESCPENSAO-VALOR PIC 9(7)V99.
           05 DESCPENSAO-DATA-EXTRACAO PIC 9(8).
           05 DESCPENSAO-SITUACAO PIC X(1).
      *E = enviado ao bureau no extrato, C = creditado na remessa.
           05 DESCPENSAO-DATA-REMESSA PIC 9(8).
