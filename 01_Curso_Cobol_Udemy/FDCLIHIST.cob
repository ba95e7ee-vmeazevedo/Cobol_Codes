               10 CLIHIST-ANONASC PIC 9(04).
           05 CLIHIST-DATA-ARQUIVAMENTO PIC 9(08).
      *Data em que o cliente saiu do arquivo vivo (AAAAMMDD).
           05 CLIHIST-MOTIVO-SAIDA PIC X(01).
      *I = arquivado por inatividade (PROG88), F = codigo aposentado
      *na fusao de cadastros duplicados (PROG154). Cliente fundido
      *nao volta ao arquivo vivo pela recuperacao do PROG48.
           05 CLIHIST-CODIGO-SOBREVIVENTE PIC 9(04).
      *Na fusao: codigo que ficou com o cliente (zeros nas demais).
           05 CLIHIST-MOTIVO-FUSAO PIC X(30).
      *Na fusao: motivo informado pelo supervisor.
      *Os tres campos acima entraram na versao 2 do layout; o
      *arquivo da versao 1 e convertido pelo PROG156.
