      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-IOF.
       01  IOF-REGISTRO.
           05 IOF-CHAVE.
               10 IOF-TIPO PIC X(6).
      *ALTA, BAIXA ou CAMBIO (mesmo conteudo de MOV-TIPO).
               10 IOF-MOEDA PIC X(3).
               10 IOF-VIGENCIA PIC 9(8).
      *Inicio da vigencia em AAAAMMDD; vale ate a proxima vigencia
      *do mesmo tipo e moeda.
           05 IOF-ALIQUOTA PIC 9(2)V9(4).
      *Percentual sobre o valor da operacao em reais (ex: 0,3800).
           05 IOF-OPERADOR PIC X(8).
           05 IOF-DATA-CADASTRO PIC 9(8).
