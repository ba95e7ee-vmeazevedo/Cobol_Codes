      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-KYC.
       01  KYC-REGISTRO.
           05 KYC-CLIENTE PIC 9(4).
      *Mesmo tamanho de CLIENTE-CODIGO.
           05 KYC-OCUPACAO PIC X(30).
           05 KYC-RENDA-MENSAL PIC 9(9)V99.
      *Renda mensal declarada pelo cliente, em reais.
           05 KYC-PEP PIC X(1).
      *S = pessoa politicamente exposta, N = nao.
           05 KYC-RISCO PIC X(1).
      *B = baixo, M = medio, A = alto.
           05 KYC-DATA-REVISAO PIC 9(8).
      *Data da ultima revisao do perfil (AAAAMMDD).
           05 KYC-DATA-PROXIMA PIC 9(8).
      *Vencimento da revisao: ultima revisao mais o prazo do grau
      *de risco (PEP revisa sempre no prazo do risco alto).
           05 KYC-OPERADOR PIC X(8).
