           SELECT ARQUIVO-KYC
           ASSIGN TO 'kyc_clientes.dat'
           ORGANIZATION IS INDEXED
      *Perfil "conheca seu cliente" da mesa de cambio (PROG157):
      *ocupacao, renda declarada, pessoa politicamente exposta,
      *grau de risco e datas da revisao. Conferido pelo PROG63 em
      *cada operacao.
           RECORD KEY IS KYC-CLIENTE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-KYC.
      *O status permite criar o arquivo no primeiro perfil (status
      *35) e tratar a ausencia dele sem cancelar.
